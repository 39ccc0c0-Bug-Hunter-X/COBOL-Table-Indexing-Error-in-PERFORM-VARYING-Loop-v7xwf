       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLACTV.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLACTV - nightly activation of scheduled table changes.
      *  TBLMAINT and the TMNT screen queue every add, change and
      *  delete on the PNDCHG pending file (see CPPNDCHG), and the
      *  TAPV approval screen marks an approved change dated after
      *  the day it is approved scheduled there instead of applying
      *  it, so it neither shows on TBLMSTR nor goes to the ledger
      *  before it is in force. This program walks PNDCHG in key
      *  order and applies every scheduled change whose effective
      *  date has arrived to the live TBLMSTR the same way TAPV
      *  applies one - TBLHIST image, BKIMAGE backout image under
      *  this run's id, AUDITLOG line, each carrying the maker and
      *  checker - then removes it from the pending file. The run id
      *  is the PARM prefix followed by the run date YYMMDD, so each
      *  night's activations can be reversed on their own; it is
      *  printed on the ACTVRPT heading for the TBLBKOUT PARM. A
      *  change still awaiting approval is never applied, however
      *  due. A change that can no longer be applied (an add whose
      *  entry is already on file, a change or delete whose entry
      *  has gone, a category since removed from CATMSTR, a TBLREL
      *  parent no longer on file or child entry still naming a
      *  deleted entry) stays queued and is reported FAILED, RC=4,
      *  for data control to correct or cancel. ACTVRPT lists what
      *  was activated, then every change still queued with its
      *  effective date - those not yet approved flagged AWAITING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  PNDCHG is read in key order - table, entry, effective date -
      *  so two changes due for one entry apply oldest first.
           SELECT PNDCHG ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

      *  TBLMSTR is read by key, and browsed a child table at a time
      *  for the TBLREL live-children check on a delete.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT TBLHIST ASSIGN TO "TBLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TBLHIST-STATUS.

           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  TBLREL is the table-relationship control file (CPTBLREL),
      *  read into memory at open as TBLMAINT does: a due add or
      *  change must still name an entry on file in every parent
      *  table, and a due delete must not leave a child entry
      *  naming the entry it removes.
           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

           SELECT BKIMAGE ASSIGN TO "BKIMAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKIMAGE-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT ACTVRPT ASSIGN TO "ACTVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDCHG
           RECORD CONTAINS 150 CHARACTERS.
           COPY CPPNDCHG.

       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  CATMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  TBLREL
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPTBLREL.

       FD  BKIMAGE
           RECORDING MODE IS F
           RECORD CONTAINS 176 CHARACTERS.
           COPY CPBKIMG.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE                  PIC X(80).

       FD  ACTVRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PNDCHG-STATUS            PIC XX VALUE "00".
           88 WS-PNDCHG-OK                      VALUE "00".
           88 WS-PNDCHG-EOF                     VALUE "10".
           88 WS-PNDCHG-NOFILE                  VALUE "35".

       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".

       01  WS-TBLHIST-STATUS           PIC XX VALUE "00".
           88 WS-TBLHIST-OK                     VALUE "00".
           88 WS-TBLHIST-NOFILE                 VALUE "35".

       01  WS-CATMSTR-STATUS           PIC XX VALUE "00".
           88 WS-CATMSTR-OK                     VALUE "00".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                      VALUE "00".
           88 WS-TBLREL-EOF                     VALUE "10".

       01  WS-BKIMAGE-STATUS           PIC XX VALUE "00".
           88 WS-BKIMAGE-OK                     VALUE "00".

       01  WS-AUDITLOG-STATUS          PIC XX VALUE "00".
           88 WS-AUDITLOG-OK                    VALUE "00".

       01  WS-ACTVRPT-STATUS           PIC XX VALUE "00".
           88 WS-ACTVRPT-OK                     VALUE "00".

       01  WS-ACTIVATED-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-FAILED-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-QUEUED-COUNT             PIC 9(5) VALUE ZEROS.

      *  History stamp controls set by the activate paragraphs before
      *  2700-WRITE-HISTORY-RECORD builds the image from MST-REC.
       01  WS-HST-ACTION               PIC X(1) VALUE SPACE.
       01  WS-HST-EFF-DATE             PIC 9(8) VALUE ZEROS.

       01  WS-BKI-BEFORE               PIC X(73) VALUE SPACES.
       01  WS-BKI-AFTER                PIC X(73) VALUE SPACES.

      *  TBLREL rules in child-table order, and the work fields
      *  2050 and 2060 use to cut a reference out of an image
      *  (WS-REL-IMAGE).
       01  WS-RELRUL-MAX               PIC 9(3) VALUE ZEROS.
       01  WS-RELRUL-AREA.
           05  WS-RELRUL OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RELRUL-MAX.
               10  WS-RUL-CHILD        PIC X(4).
               10  WS-RUL-PARENT       PIC X(4).
               10  WS-RUL-FIELD        PIC X(1).
               10  WS-RUL-START        PIC 9(2).
               10  WS-RUL-LENGTH       PIC 9(2).
               10  WS-RUL-OPTION       PIC X(1).
                   88 WS-RUL-REQUIRED           VALUE "R".

       01  WS-RUL-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-REL-FIELD-SIZE           PIC 9(2) VALUE ZEROS.
       01  WS-REL-SOURCE               PIC X(30) VALUE SPACES.
       01  WS-REL-VALUE                PIC X(20) VALUE SPACES.
       01  WS-REL-IMAGE.
           05  WS-RIM-CATEGORY         PIC X(4).
           05  WS-RIM-ENTRY            PIC X(20).
           05  WS-RIM-DESC             PIC X(30).
       01  WS-BROWSE-STATUS            PIC X VALUE "N".
           88 WS-BROWSE-DONE                    VALUE "Y".
           88 WS-BROWSE-MORE                    VALUE "N".

      *  WS-RUN-JOBID is the PARM prefix (up to two characters)
      *  followed by the run date YYMMDD - it stamps TBLHIST,
      *  AUDITLOG and the BKIMAGE run id, so TBLBKOUT can reverse
      *  one night's activations by name without touching another
      *  night's.
       01  WS-RUN-PREFIX               PIC X(2) VALUE SPACES.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.

       01  WS-AUD-TIME-RAW             PIC 9(8).

           COPY CPAUDLOG.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-ACT-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "SCHEDULED CHANGE ACTIVATION   ".
           05  FILLER                  PIC X(7)  VALUE "RUN ID ".
           05  WS-HDG-RUNID            PIC X(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-ACT-SUBHEAD.
           05  WS-SUB-TEXT             PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-ACT-DETAIL.
           05  WS-DTL-ACTION           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-REASON           PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-ACT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "ACTIVATED ".
           05  WS-TOT-ACTIVATED        PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "FAILED ".
           05  WS-TOT-FAILED           PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "STILL QUEUED ".
           05  WS-TOT-QUEUED           PIC ZZZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(8).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-RELATIONSHIP-RULES
           MOVE "ACTIVATED TONIGHT" TO WS-SUB-TEXT
           WRITE ACT-LINE FROM WS-ACT-SUBHEAD
           PERFORM UNTIL WS-PNDCHG-EOF
               READ PNDCHG NEXT RECORD
                   AT END
                       SET WS-PNDCHG-EOF TO TRUE
                   NOT AT END
                       IF PND-SCHEDULED
                           AND PND-EFF-DATE NOT > WS-RUN-DATE
                           PERFORM 2000-ACTIVATE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-LIST-STILL-QUEUED
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  0010-INITIALIZE builds the run id. A PARM longer than the
      *  two-character prefix is cut to its first two characters; no
      *  PARM gives the prefix NP.
       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-PREFIX
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 2
                   MOVE WS-JOB-PARM-TEXT(1:2) TO WS-RUN-PREFIX
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-RUN-PREFIX(1:WS-JOB-PARM-LEN)
               END-IF
           ELSE
               MOVE "NP" TO WS-RUN-PREFIX
           END-IF
           MOVE SPACES TO WS-RUN-JOBID
           STRING WS-RUN-PREFIX DELIMITED BY SPACE
               WS-RUN-DATE(3:6) DELIMITED BY SIZE
               INTO WS-RUN-JOBID.

       1000-OPEN-FILES.
           OPEN I-O PNDCHG
           IF WS-PNDCHG-NOFILE
               OPEN OUTPUT PNDCHG
               CLOSE PNDCHG
               OPEN I-O PNDCHG
           END-IF
           IF NOT WS-PNDCHG-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR PNDCHG - "
                   WS-PNDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TBLMSTR
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CATMSTR
           IF NOT WS-CATMSTR-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR CATMSTR - "
                   WS-CATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TBLHIST
           IF WS-TBLHIST-NOFILE
               OPEN OUTPUT TBLHIST
               CLOSE TBLHIST
               OPEN I-O TBLHIST
           END-IF
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR AUDITLOG - "
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BKIMAGE
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACTVRPT
           IF NOT WS-ACTVRPT-OK
               DISPLAY "TBLACTV1000E OPEN FAILED FOR ACTVRPT - "
                   WS-ACTVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-RUN-JOBID TO WS-HDG-RUNID
           WRITE ACT-LINE FROM WS-ACT-HEADING.

      *  1100-LOAD-RELATIONSHIP-RULES copies TBLREL into memory, as
      *  TBLMAINT does. An empty file means no table references
      *  another; a missing one, or a rule whose field code, start
      *  or length does not fit the child field, stops the run
      *  before anything is applied.
       1100-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLACTV1100E OPEN FAILED FOR TBLREL - "
                   WS-TBLREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBLREL-EOF
               READ TBLREL
                   AT END
                       SET WS-TBLREL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-RELATIONSHIP-RULE
               END-READ
           END-PERFORM
           CLOSE TBLREL.

       1110-STORE-RELATIONSHIP-RULE.
           EVALUATE TRUE
               WHEN REL-BY-CATEGORY
                   MOVE 4 TO WS-REL-FIELD-SIZE
               WHEN REL-BY-ENTRY
                   MOVE 20 TO WS-REL-FIELD-SIZE
               WHEN REL-BY-DESC
                   MOVE 30 TO WS-REL-FIELD-SIZE
               WHEN OTHER
                   MOVE ZEROS TO WS-REL-FIELD-SIZE
           END-EVALUATE
           IF WS-REL-FIELD-SIZE = ZEROS
               OR REL-START NOT NUMERIC
               OR REL-LENGTH NOT NUMERIC
               OR NOT (REL-REQUIRED OR REL-OPTIONAL)
               DISPLAY "TBLACTV1100E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLACTV1100E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RELRUL-MAX < 100
               ADD 1 TO WS-RELRUL-MAX
               MOVE REL-CHILD-TABLE TO WS-RUL-CHILD(WS-RELRUL-MAX)
               MOVE REL-PARENT-TABLE TO WS-RUL-PARENT(WS-RELRUL-MAX)
               MOVE REL-FIELD TO WS-RUL-FIELD(WS-RELRUL-MAX)
               MOVE REL-START TO WS-RUL-START(WS-RELRUL-MAX)
               MOVE REL-LENGTH TO WS-RUL-LENGTH(WS-RELRUL-MAX)
               MOVE REL-OPTION TO WS-RUL-OPTION(WS-RELRUL-MAX)
           ELSE
               DISPLAY "TBLACTV1100E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  2000-ACTIVATE-CHANGE applies the due change in PND-REC. On
      *  success the pending record is removed; on failure it stays
      *  queued and shows again under CHANGES STILL QUEUED.
       2000-ACTIVATE-CHANGE.
           MOVE SPACES TO WS-DTL-REASON
           IF PND-ADD OR PND-CHANGE
               MOVE PND-CATEGORY TO CAT-CODE
               READ CATMSTR
                   INVALID KEY
                       MOVE "UNKNOWN CATEGORY CODE" TO WS-DTL-REASON
               END-READ
           END-IF
           IF WS-DTL-REASON = SPACES
               IF PND-ADD OR PND-CHANGE
                   PERFORM 2050-CHECK-PARENT-REFS
               END-IF
               IF PND-DELETE
                   PERFORM 2060-CHECK-LIVE-CHILDREN
               END-IF
           END-IF
           IF WS-DTL-REASON = SPACES
               EVALUATE TRUE
                   WHEN PND-ADD
                       PERFORM 2100-ACTIVATE-ADD
                   WHEN PND-CHANGE
                       PERFORM 2200-ACTIVATE-CHANGE
                   WHEN PND-DELETE
                       PERFORM 2300-ACTIVATE-DELETE
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO WS-DTL-REASON
               END-EVALUATE
           END-IF
           IF WS-DTL-REASON = SPACES
               DELETE PNDCHG
                   INVALID KEY
                       DISPLAY "TBLACTV2000E DELETE FAILED FOR PNDCHG "
                           "- " WS-PNDCHG-STATUS " AT " PND-ENTRY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               PERFORM 2800-WRITE-ACTIVATED
           ELSE
               PERFORM 2900-WRITE-FAILED
           END-IF.

      *  2050-CHECK-PARENT-REFS applies every TBLREL rule for the
      *  change's table against TBLMSTR as it stands tonight - a
      *  parent deleted since the change was approved leaves it
      *  queued. A blank reference passes only under an optional
      *  rule.
       2050-CHECK-PARENT-REFS.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-DTL-REASON NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = PND-TABLE-ID
                   MOVE PND-CATEGORY TO WS-RIM-CATEGORY
                   MOVE PND-ENTRY TO WS-RIM-ENTRY
                   MOVE PND-DESC TO WS-RIM-DESC
                   PERFORM 2055-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "NO REFERENCE TO TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-DTL-REASON
                       END-IF
                   ELSE
                       MOVE WS-RUL-PARENT(WS-RUL-SUB) TO MST-TABLE-ID
                       MOVE WS-REL-VALUE TO MST-ENTRY
                       READ TBLMSTR
                           INVALID KEY
                               STRING "PARENT NOT ON FILE IN "
                                   WS-RUL-PARENT(WS-RUL-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-DTL-REASON
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       2055-EXTRACT-REFERENCE.
           EVALUATE WS-RUL-FIELD(WS-RUL-SUB)
               WHEN "C"
                   MOVE WS-RIM-CATEGORY TO WS-REL-SOURCE
               WHEN "E"
                   MOVE WS-RIM-ENTRY TO WS-REL-SOURCE
               WHEN OTHER
                   MOVE WS-RIM-DESC TO WS-REL-SOURCE
           END-EVALUATE
           MOVE WS-REL-SOURCE(WS-RUL-START(WS-RUL-SUB):
                   WS-RUL-LENGTH(WS-RUL-SUB)) TO WS-REL-VALUE.

      *  2060-CHECK-LIVE-CHILDREN refuses a due delete of an entry
      *  still named by an entry of any child table on TBLMSTR -
      *  the child may have been added since the delete was
      *  approved. The children must go first.
       2060-CHECK-LIVE-CHILDREN.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-DTL-REASON NOT = SPACES
               IF WS-RUL-PARENT(WS-RUL-SUB) = PND-TABLE-ID
                   PERFORM 2065-BROWSE-CHILD-TABLE
               END-IF
           END-PERFORM.

       2065-BROWSE-CHILD-TABLE.
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-RUL-CHILD(WS-RUL-SUB) TO MST-TABLE-ID
           MOVE LOW-VALUES TO MST-ENTRY
           START TBLMSTR KEY IS NOT LESS THAN MST-TBL-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE
               READ TBLMSTR NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF MST-TABLE-ID NOT = WS-RUL-CHILD(WS-RUL-SUB)
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           MOVE MST-CATEGORY TO WS-RIM-CATEGORY
                           MOVE MST-ENTRY TO WS-RIM-ENTRY
                           MOVE MST-DESC TO WS-RIM-DESC
                           PERFORM 2055-EXTRACT-REFERENCE
                           IF WS-REL-VALUE = PND-ENTRY
                               STRING "LIVE CHILD ENTRIES IN "
                                   WS-RUL-CHILD(WS-RUL-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-DTL-REASON
                               SET WS-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-ACTIVATE-ADD.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           PERFORM 2150-MOVE-BUSINESS-FIELDS
           WRITE MST-REC
               INVALID KEY
                   MOVE "ENTRY ALREADY ON FILE" TO WS-DTL-REASON
           END-WRITE
           IF WS-DTL-REASON = SPACES
               MOVE SPACES TO WS-BKI-BEFORE
               MOVE MST-REC TO WS-BKI-AFTER
               PERFORM 2760-WRITE-BACKOUT-IMAGE
               MOVE "A" TO WS-HST-ACTION
               MOVE PND-EFF-DATE TO WS-HST-EFF-DATE
               PERFORM 2700-WRITE-HISTORY-RECORD
           END-IF.

       2150-MOVE-BUSINESS-FIELDS.
           MOVE PND-COUNT TO MST-COUNT
           MOVE PND-CATEGORY TO MST-CATEGORY
           MOVE PND-EFF-DATE TO MST-EFF-DATE
           MOVE PND-STATUS TO MST-STATUS
           MOVE PND-DESC TO MST-DESC
           SET MST-LEDGER-PENDING TO TRUE.

       2200-ACTIVATE-CHANGE.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           READ TBLMSTR
               INVALID KEY
                   MOVE "ENTRY NOT ON FILE" TO WS-DTL-REASON
           END-READ
           IF WS-DTL-REASON = SPACES
               MOVE MST-REC TO WS-BKI-BEFORE
               PERFORM 2150-MOVE-BUSINESS-FIELDS
               REWRITE MST-REC
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-DTL-REASON
               END-REWRITE
           END-IF
           IF WS-DTL-REASON = SPACES
               MOVE MST-REC TO WS-BKI-AFTER
               PERFORM 2760-WRITE-BACKOUT-IMAGE
               MOVE "C" TO WS-HST-ACTION
               MOVE PND-EFF-DATE TO WS-HST-EFF-DATE
               PERFORM 2700-WRITE-HISTORY-RECORD
           END-IF.

      *  The delete marker is dated the scheduled effective date,
      *  not the run date, so an activation run late still leaves
      *  the entry out of force from the day it was meant to go.
       2300-ACTIVATE-DELETE.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           READ TBLMSTR
               INVALID KEY
                   MOVE "ENTRY NOT ON FILE" TO WS-DTL-REASON
           END-READ
           IF WS-DTL-REASON = SPACES
               MOVE MST-REC TO WS-BKI-BEFORE
               DELETE TBLMSTR
                   INVALID KEY
                       MOVE "ENTRY NOT ON FILE" TO WS-DTL-REASON
               END-DELETE
           END-IF
           IF WS-DTL-REASON = SPACES
               MOVE SPACES TO WS-BKI-AFTER
               PERFORM 2760-WRITE-BACKOUT-IMAGE
               MOVE "D" TO WS-HST-ACTION
               MOVE PND-EFF-DATE TO WS-HST-EFF-DATE
               PERFORM 2700-WRITE-HISTORY-RECORD
           END-IF.

       2700-WRITE-HISTORY-RECORD.
           MOVE MST-TABLE-ID TO HST-TABLE-ID
           MOVE MST-ENTRY TO HST-ENTRY
           MOVE WS-HST-EFF-DATE TO HST-EFF-DATE
           MOVE MST-COUNT TO HST-COUNT
           MOVE MST-CATEGORY TO HST-CATEGORY
           MOVE MST-STATUS TO HST-STATUS
           MOVE MST-DESC TO HST-DESC
           MOVE WS-HST-ACTION TO HST-ACTION
           ACCEPT HST-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO HST-STAMP-TIME
           MOVE WS-RUN-JOBID TO HST-STAMP-JOBID
           MOVE PND-MAKER-ID TO HST-MAKER-ID
           MOVE PND-CHECKER-ID TO HST-CHECKER-ID
           WRITE HST-REC
               INVALID KEY
                   REWRITE HST-REC
           END-WRITE
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLACTV2700E WRITE FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS " AT " HST-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2760-WRITE-BACKOUT-IMAGE.
           MOVE SPACES TO BKI-REC
           MOVE WS-RUN-JOBID TO BKI-RUNID
           MOVE PND-ACTION TO BKI-ACTION
           MOVE WS-BKI-BEFORE TO BKI-BEFORE-IMAGE
           MOVE WS-BKI-AFTER TO BKI-AFTER-IMAGE
           MOVE PND-MAKER-ID TO BKI-MAKER-ID
           MOVE PND-CHECKER-ID TO BKI-CHECKER-ID
           WRITE BKI-REC
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLACTV2760E WRITE FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2800-WRITE-ACTIVATED.
           ADD 1 TO WS-ACTIVATED-COUNT
           MOVE "ACTIVATD" TO WS-DTL-RESULT
           STRING "BY " PND-MAKER-ID " CHKD " PND-CHECKER-ID
               DELIMITED BY SIZE INTO WS-DTL-REASON
           PERFORM 2950-WRITE-DETAIL
           PERFORM 2850-WRITE-AUDIT-RECORD.

       2850-WRITE-AUDIT-RECORD.
           MOVE PND-COUNT TO WS-AUD-COUNT
           MOVE PND-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE PND-ENTRY TO WS-AUD-ENTRY
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE PND-ACTION TO WS-AUD-ACTION
           MOVE PND-MAKER-ID TO WS-AUD-MAKER
           MOVE PND-CHECKER-ID TO WS-AUD-CHECKER
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       2900-WRITE-FAILED.
           ADD 1 TO WS-FAILED-COUNT
           MOVE "FAILED  " TO WS-DTL-RESULT
           PERFORM 2950-WRITE-DETAIL.

       2950-WRITE-DETAIL.
           MOVE PND-ACTION TO WS-DTL-ACTION
           MOVE PND-TABLE-ID TO WS-DTL-TBLID
           MOVE PND-ENTRY TO WS-DTL-ENTRY
           MOVE PND-EFF-DATE TO WS-DTL-EFF-DATE
           WRITE ACT-LINE FROM WS-ACT-DETAIL.

      *  3000-LIST-STILL-QUEUED repositions to the top of the pending
      *  file and lists what is left after tonight's activations -
      *  changes not yet due, any due change that failed above
      *  (flagged OVERDUE so it is not mistaken for a future one),
      *  and changes still awaiting approval (flagged AWAITING).
       3000-LIST-STILL-QUEUED.
           MOVE "CHANGES STILL QUEUED" TO WS-SUB-TEXT
           WRITE ACT-LINE FROM WS-ACT-SUBHEAD
           MOVE "00" TO WS-PNDCHG-STATUS
           MOVE LOW-VALUES TO PND-KEY
           START PNDCHG KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-PNDCHG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PNDCHG-EOF
               READ PNDCHG NEXT RECORD
                   AT END
                       SET WS-PNDCHG-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-WRITE-QUEUED
               END-READ
           END-PERFORM.

       3100-WRITE-QUEUED.
           ADD 1 TO WS-QUEUED-COUNT
           EVALUATE TRUE
               WHEN PND-AWAITING
                   MOVE "AWAITING" TO WS-DTL-RESULT
               WHEN PND-EFF-DATE > WS-RUN-DATE
                   MOVE "QUEUED  " TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE "OVERDUE " TO WS-DTL-RESULT
           END-EVALUATE
           MOVE SPACES TO WS-DTL-REASON
           STRING "BY " PND-MAKER-ID " ON " PND-STAMP-DATE
               DELIMITED BY SIZE INTO WS-DTL-REASON
           PERFORM 2950-WRITE-DETAIL.

       4000-WRITE-TOTALS.
           MOVE WS-ACTIVATED-COUNT TO WS-TOT-ACTIVATED
           MOVE WS-FAILED-COUNT TO WS-TOT-FAILED
           MOVE WS-QUEUED-COUNT TO WS-TOT-QUEUED
           WRITE ACT-LINE FROM WS-ACT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE PNDCHG
           CLOSE TBLMSTR
           CLOSE CATMSTR
           CLOSE TBLHIST
           CLOSE AUDITLOG
           CLOSE BKIMAGE
           CLOSE ACTVRPT.
