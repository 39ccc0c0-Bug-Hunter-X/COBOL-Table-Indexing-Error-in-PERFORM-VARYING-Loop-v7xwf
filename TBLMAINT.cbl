       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLMAINT - batch entry of incremental TBLMSTR maintenance.
      *  Reads a transaction file of add/change/delete records, edits
      *  each one and queues it on the PNDCHG pending file (see
      *  CPPNDCHG) to await a second operator's approval on the TAPV
      *  screen - nothing reaches TBLMSTR until someone other than
      *  the maker approves it. Approval applies a change already
      *  due at once and schedules a future-dated one for TBLACTV to
      *  promote on its effective date, so a mid-day correction
      *  still does not force a full TBLLOAD rebuild and a fresh
      *  AIX. The maker is the submitting operator, carried in the
      *  JCL PARM after the run id. Action X with the effective date
      *  a change was queued under cancels it before it takes
      *  effect. Every queued or cancelled transaction is logged to
      *  AUDITLOG in the same format TBLLOAD writes, and every
      *  transaction - queued, cancelled or rejected - is listed on
      *  the MNTRPT delta report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

      *  TBLMSTR is read-only here: a change or delete must name an
      *  entry on file, and a delete is queued with the image it
      *  will remove. Dynamic access so a delete of a parent entry
      *  can browse the child tables for entries still naming it.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

      *  CATMSTR is the category reference master TBLCATM maintains.
      *  Read-only here: an add or change whose category is not on
      *  it is rejected to MNTRPT before it can reach the queue.
           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  TBLREL is the table-relationship control file (CPTBLREL),
      *  read into memory at open: an add or change must name an
      *  entry on file in every parent table its rules point at,
      *  and a parent entry still named by a child is not deleted.
           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

      *  PNDCHG holds every change until it is approved and in
      *  force. Random access - a queued change is written here and
      *  a cancelled one removed by key.
           SELECT PNDCHG ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 TRN-ADD                       VALUE "A".
               88 TRN-CHANGE                    VALUE "C".
               88 TRN-DELETE                    VALUE "D".
               88 TRN-CANCEL                    VALUE "X".
           05  TRN-TABLE-ID            PIC X(4).
           05  TRN-ENTRY               PIC X(20).
           05  TRN-COUNT               PIC 9(5).
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE                  PIC X(80).

       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  CATMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  TBLREL
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPTBLREL.

       FD  PNDCHG
           RECORD CONTAINS 150 CHARACTERS.
           COPY CPPNDCHG.

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS          PIC XX VALUE "00".
           88 WS-TRANFILE-OK                    VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX VALUE "00".
           88 WS-AUDITLOG-OK                    VALUE "00".

       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".

       01  WS-CATMSTR-STATUS           PIC XX VALUE "00".
           88 WS-CATMSTR-OK                     VALUE "00".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                      VALUE "00".
           88 WS-TBLREL-EOF                     VALUE "10".

       01  WS-PNDCHG-STATUS            PIC XX VALUE "00".
           88 WS-PNDCHG-OK                      VALUE "00".
           88 WS-PNDCHG-NOFILE                  VALUE "35".

       01  WS-CATVAL-STATUS            PIC X VALUE "Y".
           88 WS-CATEGORY-VALID                 VALUE "Y".
           88 WS-CATEGORY-INVALID               VALUE "N".

      *  TBLREL rules in child-table order, and the work fields
      *  2060 and 2070 use to cut a reference out of a child image
      *  (WS-REL-IMAGE) and name the broken rule in WS-REL-REASON.
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
       01  WS-REL-REASON               PIC X(30) VALUE SPACES.
       01  WS-REL-IMAGE.
           05  WS-RIM-CATEGORY         PIC X(4).
           05  WS-RIM-ENTRY            PIC X(20).
           05  WS-RIM-DESC             PIC X(30).
       01  WS-BROWSE-STATUS            PIC X VALUE "N".
           88 WS-BROWSE-DONE                    VALUE "Y".
           88 WS-BROWSE-MORE                    VALUE "N".

       01  WS-QUEUED-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-CANCELLED-COUNT          PIC 9(5) VALUE ZEROS.

      *  The effective date a transaction is queued under - its own
      *  date, or the run date for a delete keyed without one.
       01  WS-PND-EFF-DATE             PIC 9(8) VALUE ZEROS.

      *  WS-RUN-JOBID comes from the JCL PARM, same convention as
      *  TBLLOAD, so batch-load and maintenance audit records carry
      *  comparable run identifiers on the shared AUDITLOG. The
      *  second PARM operand, WS-MAKER-ID, is the operator who
      *  submitted the transactions; TAPV will not let that operator
      *  approve them.
       01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.
       01  WS-MAKER-ID                 PIC X(8) VALUE SPACES.

       01  WS-AUD-TIME-RAW             PIC 9(8).

           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "TBLMSTR MAINTENANCE RPT ".
           05  FILLER                  PIC X(7)  VALUE "MAKER ".
           05  WS-HDG-MAKER            PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-MNT-DETAIL.
           05  WS-DTL-ACTION           PIC X(1).
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-MNT-TOTAL-LINE.
           05  FILLER                  PIC X(9)  VALUE "QUEUED   ".
           05  WS-TOT-QUEUED           PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "REJECTED ".
           05  WS-TOT-REJECTED         PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CANCELLED ".
           05  WS-TOT-CANCELLED        PIC ZZZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(20).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-RELATIONSHIP-RULES
           PERFORM UNTIL WS-TRANFILE-EOF
               READ TRANFILE
                   AT END

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-WORK
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 20
                   MOVE WS-JOB-PARM-TEXT(1:20) TO WS-PARM-WORK
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-PARM-WORK
               END-IF
               UNSTRING WS-PARM-WORK DELIMITED BY ","
                   INTO WS-RUN-JOBID WS-MAKER-ID
               END-UNSTRING
           END-IF
           IF WS-RUN-JOBID = SPACES
               MOVE "NOPARM" TO WS-RUN-JOBID
           END-IF
           IF WS-MAKER-ID = SPACES
               DISPLAY "TBLMAINT0010E NO MAKER ID - PARM MUST BE "
                   "RUN-ID,MAKER-ID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-FILES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TBLMSTR
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLMAINT1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PNDCHG
           IF WS-PNDCHG-NOFILE
               OPEN OUTPUT PNDCHG
               CLOSE PNDCHG
               OPEN I-O PNDCHG
           END-IF
           IF NOT WS-PNDCHG-OK
               DISPLAY "TBLMAINT1000E OPEN FAILED FOR PNDCHG - "
                   WS-PNDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MNTRPT
           IF NOT WS-MNTRPT-OK
               DISPLAY "TBLMAINT1000E OPEN FAILED FOR MNTRPT - "
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-MAKER-ID TO WS-HDG-MAKER
           WRITE MNT-LINE FROM WS-MNT-HEADING.

      *  1100-LOAD-RELATIONSHIP-RULES copies TBLREL into memory. An
      *  empty file means no table references another; a missing
      *  one, or a rule whose field code, start or length does not
      *  fit the child field, stops the run before anything is
      *  queued.
       1100-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLMAINT1100E OPEN FAILED FOR TBLREL - "
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
               DISPLAY "TBLMAINT1100E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLMAINT1100E TBLREL RULE " REL-KEY
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
               DISPLAY "TBLMAINT1100E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-DTL-REASON
           MOVE SPACES TO WS-REL-REASON
           SET WS-CATEGORY-VALID TO TRUE
           IF TRN-ADD OR TRN-CHANGE
               PERFORM 2050-CHECK-CATEGORY
               PERFORM 2060-CHECK-PARENT-REFS
           END-IF
           IF TRN-DELETE
               PERFORM 2070-CHECK-LIVE-CHILDREN
           END-IF
           EVALUATE TRUE
               WHEN TRN-TABLE-ID = SPACES
                   AND TRN-COUNT NOT NUMERIC
                   MOVE "NON-NUMERIC COUNT" TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
               WHEN (TRN-ADD OR TRN-CHANGE OR TRN-CANCEL)
                   AND TRN-EFF-DATE NOT NUMERIC
                   MOVE "NON-NUMERIC EFFECTIVE DATE" TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
               WHEN TRN-DELETE
                   AND TRN-EFF-DATE NOT NUMERIC
                   AND TRN-EFF-DATE NOT = SPACES
                   MOVE "NON-NUMERIC EFFECTIVE DATE" TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
               WHEN WS-CATEGORY-INVALID
                   MOVE "UNKNOWN CATEGORY CODE" TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
               WHEN WS-REL-REASON NOT = SPACES
                   MOVE WS-REL-REASON TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
               WHEN TRN-ADD OR TRN-CHANGE OR TRN-DELETE
                   PERFORM 2400-QUEUE-CHANGE
               WHEN TRN-CANCEL
                   PERFORM 2500-CANCEL-QUEUED
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-DTL-REASON
                   PERFORM 2900-WRITE-REJECTED
                   SET WS-CATEGORY-INVALID TO TRUE
           END-READ.

      *  2060-CHECK-PARENT-REFS applies every TBLREL rule for the
      *  transaction's table: the reference cut out of the keyed
      *  image must be an entry of the parent table on TBLMSTR
      *  today. A parent still awaiting approval does not count -
      *  approve the parent first, then key the child. A blank
      *  reference passes only under an optional rule.
       2060-CHECK-PARENT-REFS.
           MOVE TRN-CATEGORY TO WS-RIM-CATEGORY
           MOVE TRN-ENTRY TO WS-RIM-ENTRY
           MOVE TRN-DESC TO WS-RIM-DESC
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-REL-REASON NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = TRN-TABLE-ID
                   PERFORM 2065-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "NO REFERENCE TO TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-REL-REASON
                       END-IF
                   ELSE
                       MOVE WS-RUL-PARENT(WS-RUL-SUB) TO MST-TABLE-ID
                       MOVE WS-REL-VALUE TO MST-ENTRY
                       READ TBLMSTR
                           INVALID KEY
                               STRING "PARENT NOT ON FILE IN "
                                   WS-RUL-PARENT(WS-RUL-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-REL-REASON
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       2065-EXTRACT-REFERENCE.
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

      *  2070-CHECK-LIVE-CHILDREN refuses the delete of an entry
      *  still named by an entry of any child table on TBLMSTR -
      *  active or inactive, either would be left orphaned. Each
      *  child table is browsed from its first key; the children
      *  must be deleted (or repointed) and approved first.
       2070-CHECK-LIVE-CHILDREN.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-REL-REASON NOT = SPACES
               IF WS-RUL-PARENT(WS-RUL-SUB) = TRN-TABLE-ID
                   PERFORM 2075-BROWSE-CHILD-TABLE
               END-IF
           END-PERFORM.

       2075-BROWSE-CHILD-TABLE.
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
                           PERFORM 2065-EXTRACT-REFERENCE
                           IF WS-REL-VALUE = TRN-ENTRY
                               STRING "LIVE CHILD ENTRIES IN "
                                   WS-RUL-CHILD(WS-RUL-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-REL-REASON
                               SET WS-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *  2400-QUEUE-CHANGE files the transaction on the pending file
      *  to await approval. The master is checked now so a keying
      *  error comes back on tonight's MNTRPT rather than at
      *  approval: a change or delete must name an entry on file,
      *  and an add already due must not. A future-dated add is not
      *  checked - the entry may be due to be deleted before then -
      *  and TBLACTV checks it again on the day. A delete keyed
      *  without a date is queued under the run date and carries
      *  the image it will remove. One change per entry per date -
      *  a second for the same date is rejected, and the first must
      *  be cancelled to replace it.
       2400-QUEUE-CHANGE.
           IF TRN-DELETE AND TRN-EFF-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-PND-EFF-DATE
           ELSE
               MOVE TRN-EFF-DATE TO WS-PND-EFF-DATE
           END-IF
           MOVE TRN-TABLE-ID TO MST-TABLE-ID
           MOVE TRN-ENTRY TO MST-ENTRY
           EVALUATE TRUE
               WHEN TRN-CHANGE OR TRN-DELETE
                   READ TBLMSTR
                       INVALID KEY
                           MOVE "ENTRY NOT ON FILE" TO WS-DTL-REASON
                   END-READ
               WHEN WS-PND-EFF-DATE NOT > WS-RUN-DATE
                   READ TBLMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "ENTRY ALREADY ON FILE"
                               TO WS-DTL-REASON
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DTL-REASON = SPACES
               MOVE SPACES TO PND-REC
               MOVE TRN-TABLE-ID TO PND-TABLE-ID
               MOVE TRN-ENTRY TO PND-ENTRY
               MOVE WS-PND-EFF-DATE TO PND-EFF-DATE
               MOVE TRN-ACTION TO PND-ACTION
               SET PND-AWAITING TO TRUE
               IF TRN-DELETE
                   MOVE MST-COUNT TO PND-COUNT
                   MOVE MST-CATEGORY TO PND-CATEGORY
                   MOVE MST-STATUS TO PND-STATUS
                   MOVE MST-DESC TO PND-DESC
               ELSE
                   MOVE TRN-COUNT TO PND-COUNT
                   MOVE TRN-CATEGORY TO PND-CATEGORY
                   MOVE TRN-STATUS TO PND-STATUS
                   MOVE TRN-DESC TO PND-DESC
               END-IF
               ACCEPT PND-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME-RAW FROM TIME
               MOVE WS-AUD-TIME-RAW(1:6) TO PND-STAMP-TIME
               MOVE WS-RUN-JOBID TO PND-STAMP-JOBID
               MOVE WS-MAKER-ID TO PND-MAKER-ID
               MOVE ZEROS TO PND-CHECK-DATE
               MOVE ZEROS TO PND-CHECK-TIME
               WRITE PND-REC
                   INVALID KEY
                       MOVE "CHANGE ALREADY QUEUED FOR DATE"
                           TO WS-DTL-REASON
               END-WRITE
           END-IF
           IF WS-DTL-REASON = SPACES
               ADD 1 TO WS-QUEUED-COUNT
               MOVE "QUEUED  " TO WS-DTL-RESULT
               STRING "AWAITING APPROVAL EFF " WS-PND-EFF-DATE
                   DELIMITED BY SIZE INTO WS-DTL-REASON
               PERFORM 2950-WRITE-DETAIL
               MOVE PND-COUNT TO WS-AUD-COUNT
               MOVE "Q" TO WS-AUD-ACTION
               PERFORM 2850-WRITE-AUDIT-RECORD
           ELSE
               PERFORM 2900-WRITE-REJECTED
           END-IF.

      *  2500-CANCEL-QUEUED removes a queued change - awaiting
      *  approval or approved and scheduled - before it takes
      *  effect; TRN-EFF-DATE names the date it was queued under.
       2500-CANCEL-QUEUED.
           MOVE TRN-TABLE-ID TO PND-TABLE-ID
           MOVE TRN-ENTRY TO PND-ENTRY
           MOVE TRN-EFF-DATE TO PND-EFF-DATE
           READ PNDCHG
               INVALID KEY
                   MOVE "NO CHANGE QUEUED FOR DATE"
                       TO WS-DTL-REASON
           END-READ
           IF WS-DTL-REASON = SPACES
               DELETE PNDCHG
                   INVALID KEY
                       MOVE "NO CHANGE QUEUED FOR DATE"
                           TO WS-DTL-REASON
               END-DELETE
           END-IF
           IF WS-DTL-REASON = SPACES
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE "CANCELLD" TO WS-DTL-RESULT
               STRING "WAS EFFECTIVE " TRN-EFF-DATE
                   DELIMITED BY SIZE INTO WS-DTL-REASON
               PERFORM 2950-WRITE-DETAIL
               MOVE PND-COUNT TO WS-AUD-COUNT
               MOVE "X" TO WS-AUD-ACTION
               PERFORM 2850-WRITE-AUDIT-RECORD
           ELSE
               PERFORM 2900-WRITE-REJECTED
           END-IF.

       2850-WRITE-AUDIT-RECORD.
           MOVE TRN-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE TRN-ENTRY TO WS-AUD-ENTRY
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE WS-MAKER-ID TO WS-AUD-MAKER
           MOVE SPACES TO WS-AUD-CHECKER
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       2900-WRITE-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-DTL-RESULT
           PERFORM 2950-WRITE-DETAIL.

       2950-WRITE-DETAIL.
           MOVE TRN-ACTION TO WS-DTL-ACTION
           MOVE TRN-TABLE-ID TO WS-DTL-TBLID
           MOVE TRN-ENTRY TO WS-DTL-ENTRY
           WRITE MNT-LINE FROM WS-MNT-DETAIL.

       3000-WRITE-TOTALS.
           MOVE WS-QUEUED-COUNT TO WS-TOT-QUEUED
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
           MOVE WS-CANCELLED-COUNT TO WS-TOT-CANCELLED
           WRITE MNT-LINE FROM WS-MNT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TRANFILE
           CLOSE TBLMSTR
           CLOSE CATMSTR
           CLOSE PNDCHG
           CLOSE AUDITLOG
           CLOSE MNTRPT.
