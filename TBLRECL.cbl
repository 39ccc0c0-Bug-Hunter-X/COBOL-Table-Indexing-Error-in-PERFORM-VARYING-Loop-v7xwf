       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLRECL.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLRECL - bulk reclassification of one table's entries from
      *  a single rule card, in place of keying one TBLMAINT change
      *  per entry when the business retires or splits a code. The
      *  rule names the table, the field - C category, S status or
      *  D description prefix - the old value and the new, and the
      *  effective date. Every TBLMSTR entry of the table carrying
      *  the old value is listed on RCLRPT with its before and after
      *  values and counted.
      *  PARM 'runid,PREVIEW' only lists - nothing is opened for
      *  update. PARM 'runid,APPLY,maker,checker' makes the change as
      *  one named run: TBLMSTR rewritten, a TBLHIST image under the
      *  rule's effective date, a BKIMAGE backout image and an
      *  AUDITLOG line per entry, all under the run id and carrying
      *  the operator who submitted the run and the one who signed
      *  the preview off, so TBLBKOUT with the run id reverses the
      *  whole reclassification. The two ids must differ, and a run
      *  id already on BKIMAGE is refused so the reversal can never
      *  take in another run's images.
      *  Nothing is touched unless the rule is good: a new category
      *  must be on CATMSTR, a new status A or I. A rule dated after
      *  today previews but will not apply - a future-dated change
      *  must not reach TBLMSTR, and the ledger, before it is in
      *  force - so the apply run is scheduled for the effective
      *  date. An entry is skipped, and reported, when it already
      *  carries an effective date later than the rule's (the new
      *  image would not govern), when a change is queued for it on
      *  PNDCHG (the queued image would undo the rule when applied),
      *  or when the new description prefix would overflow the
      *  field. An entry is BLOCKED when its new category or
      *  description would break a TBLREL reference through that
      *  field - no reference where one is required, or one naming
      *  no entry of the parent table. The preview lists it; the
      *  apply run checks every entry first and is refused outright
      *  if any is blocked. RC=4 means entries were skipped or
      *  blocked; RC=16 means the rule or PARM was refused and
      *  nothing was done.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULECARD ASSIGN TO "RULECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULECARD-STATUS.

      *  TBLMSTR leads its key with the table id, so the rule's table
      *  is one START and a read forward until the id changes.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  TBLREL is the table-relationship control file (CPTBLREL),
      *  read into memory as TBLMAINT does. Only the rules for the
      *  rule's table through the field it changes are checked - the
      *  rest of the entry is not touched by the run.
           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

           SELECT PNDCHG ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

           SELECT TBLHIST ASSIGN TO "TBLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TBLHIST-STATUS.

           SELECT BKIMAGE ASSIGN TO "BKIMAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKIMAGE-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT RCLRPT ASSIGN TO "RCLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  The rule card: table, field code, old value, new value and
      *  effective date (blank for today), one card per run. A
      *  category takes the first 4 positions of a value, a status
      *  the first; a description prefix runs to its last non-blank.
       FD  RULECARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RUL-REC.
           05  RUL-TABLE-ID            PIC X(4).
           05  FILLER                  PIC X(1).
           05  RUL-FIELD               PIC X(1).
               88 RUL-CATEGORY                  VALUE "C".
               88 RUL-STATUS                    VALUE "S".
               88 RUL-DESC-PREFIX               VALUE "D".
           05  FILLER                  PIC X(1).
           05  RUL-OLD-VALUE           PIC X(20).
           05  FILLER                  PIC X(1).
           05  RUL-NEW-VALUE           PIC X(20).
           05  FILLER                  PIC X(1).
           05  RUL-EFF-DATE            PIC X(8).
           05  RUL-EFF-DATE-N REDEFINES RUL-EFF-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(23).

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

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  BKIMAGE
           RECORDING MODE IS F
           RECORD CONTAINS 176 CHARACTERS.
           COPY CPBKIMG.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE                  PIC X(80).

       FD  RCLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RCL-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RULECARD-STATUS          PIC XX VALUE "00".
           88 WS-RULECARD-OK                    VALUE "00".
           88 WS-RULECARD-EOF                   VALUE "10".

       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".
           88 WS-TBLMSTR-EOF                    VALUE "10".

       01  WS-CATMSTR-STATUS           PIC XX VALUE "00".
           88 WS-CATMSTR-OK                     VALUE "00".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                      VALUE "00".
           88 WS-TBLREL-EOF                     VALUE "10".

       01  WS-PNDCHG-STATUS            PIC XX VALUE "00".
           88 WS-PNDCHG-OK                      VALUE "00".
           88 WS-PNDCHG-EOF                     VALUE "10".
           88 WS-PNDCHG-NOFILE                  VALUE "35".

       01  WS-TBLHIST-STATUS           PIC XX VALUE "00".
           88 WS-TBLHIST-OK                     VALUE "00".
           88 WS-TBLHIST-NOFILE                 VALUE "35".

       01  WS-BKIMAGE-STATUS           PIC XX VALUE "00".
           88 WS-BKIMAGE-OK                     VALUE "00".
           88 WS-BKIMAGE-EOF                    VALUE "10".

       01  WS-AUDITLOG-STATUS          PIC XX VALUE "00".
           88 WS-AUDITLOG-OK                    VALUE "00".

       01  WS-RCLRPT-STATUS            PIC XX VALUE "00".
           88 WS-RCLRPT-OK                      VALUE "00".

      *  PARM is 'runid,mode' or 'runid,APPLY,maker,checker'.
       01  WS-PARM-WORK                PIC X(40) VALUE SPACES.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
           88 WS-MODE-PREVIEW                   VALUE "PREVIEW ".
           88 WS-MODE-APPLY                     VALUE "APPLY   ".
       01  WS-MAKER-ID                 PIC X(8) VALUE SPACES.
       01  WS-CHECKER-ID               PIC X(8) VALUE SPACES.

       01  WS-PNDCHG-OPEN-SW           PIC X VALUE "N".
           88 WS-PNDCHG-OPEN                    VALUE "Y".

      *  An apply run makes a check pass over the table before the
      *  update pass, so a blocked entry refuses the run before any
      *  entry is changed.
       01  WS-PASS-SW                  PIC X VALUE "U".
           88 WS-CHECK-PASS                     VALUE "C".
           88 WS-UPDATE-PASS                    VALUE "U".

       01  WS-RULE-EFF-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-RULE-ERROR               PIC X(40) VALUE SPACES.
       01  WS-OLD-LEN                  PIC 9(2) VALUE ZEROS.
       01  WS-NEW-LEN                  PIC 9(2) VALUE ZEROS.
       01  WS-SCAN-IDX                 PIC 9(2) VALUE ZEROS.
       01  WS-REST-START               PIC 9(2) VALUE ZEROS.

       01  WS-EDIT-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY            PIC 9(4).
           05  WS-EDIT-MM              PIC 9(2).
           05  WS-EDIT-DD              PIC 9(2).
       01  WS-EDIT-DAYS-MAX            PIC 9(2) VALUE ZEROS.

      *  The entry under the rule: its values before and after, and
      *  the reason it is skipped, if it is.
       01  WS-MATCH-SW                 PIC X VALUE "N".
           88 WS-ENTRY-MATCHES                  VALUE "Y".
           88 WS-ENTRY-NO-MATCH                 VALUE "N".
       01  WS-SKIP-REASON              PIC X(20) VALUE SPACES.
       01  WS-BLOCK-REASON             PIC X(20) VALUE SPACES.
       01  WS-NEW-DESC                 PIC X(30) VALUE SPACES.
       01  WS-BEFORE-VALUE             PIC X(30) VALUE SPACES.
       01  WS-AFTER-VALUE              PIC X(30) VALUE SPACES.
       01  WS-BKI-BEFORE               PIC X(73) VALUE SPACES.
       01  WS-CURRENT-MST              PIC X(73) VALUE SPACES.

      *  TBLREL rules in child-table order, and the work fields
      *  2230 uses to cut a reference out of the entry's new image
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

       01  WS-READ-COUNT               PIC 9(5) VALUE ZEROS.
       01  WS-MATCHED-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-CHANGED-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-BLOCKED-COUNT            PIC 9(5) VALUE ZEROS.

       01  WS-AUD-TIME-RAW             PIC 9(8).

           COPY CPAUDLOG.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-RCL-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "BULK RECLASS ".
           05  WS-HDG-MODE             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " RUN".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-JOBID            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  WS-HDG-MAKER            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-CHECKER          PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-RCL-RULE-LINE.
           05  FILLER                  PIC X(10) VALUE "RULE TBL  ".
           05  WS-RLN-TABLE-ID         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RLN-FIELD            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RLN-OLD              PIC X(20).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-RLN-NEW              PIC X(20).
           05  FILLER                  PIC X(5)  VALUE " EFF ".
           05  WS-RLN-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-RCL-COLUMN-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "TBL  ENTRY                ".
           05  FILLER                  PIC X(21)
                   VALUE "BEFORE               ".
           05  FILLER                  PIC X(21)
                   VALUE "AFTER / REASON       ".
           05  FILLER                  PIC X(12) VALUE "RESULT".

       01  WS-RCL-DETAIL.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-BEFORE           PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-AFTER            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-RESULT           PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-RCL-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(16).
           05  WS-TOT-VALUE            PIC ZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(40).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-RULE
           PERFORM 1200-EDIT-RULE
           PERFORM 1500-LOAD-RELATIONSHIP-RULES
           IF WS-MODE-APPLY
               PERFORM 1300-OPEN-UPDATE-FILES
           END-IF
           PERFORM 1400-WRITE-HEADINGS
           IF WS-MODE-APPLY
               SET WS-CHECK-PASS TO TRUE
               PERFORM 2000-RECLASSIFY-TABLE
               IF WS-BLOCKED-COUNT > ZEROS
                   PERFORM 3000-WRITE-TOTALS
                   PERFORM 9000-CLOSE-FILES
                   DISPLAY "TBLRECL0000E APPLY REFUSED - "
                       WS-BLOCKED-COUNT " ENTRIES BLOCKED BY TBLREL"
                       " - SEE RCLRPT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-READ-COUNT
               MOVE ZEROS TO WS-MATCHED-COUNT
               MOVE ZEROS TO WS-CHANGED-COUNT
               MOVE ZEROS TO WS-SKIPPED-COUNT
               SET WS-TBLMSTR-OK TO TRUE
               SET WS-UPDATE-PASS TO TRUE
           END-IF
           PERFORM 2000-RECLASSIFY-TABLE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-SKIPPED-COUNT > ZEROS
               OR WS-BLOCKED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-WORK
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 40
                   MOVE WS-JOB-PARM-TEXT(1:40) TO WS-PARM-WORK
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-PARM-WORK
               END-IF
               UNSTRING WS-PARM-WORK DELIMITED BY ","
                   INTO WS-RUN-JOBID WS-RUN-MODE
                        WS-MAKER-ID WS-CHECKER-ID
               END-UNSTRING
           END-IF
           IF WS-RUN-JOBID = SPACES
               MOVE "NOPARM" TO WS-RUN-JOBID
           END-IF
           IF NOT WS-MODE-PREVIEW AND NOT WS-MODE-APPLY
               DISPLAY "TBLRECL0010E MODE MUST BE PREVIEW OR APPLY - "
                   "PARM IS RUN-ID,MODE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               IF WS-MAKER-ID = SPACES OR WS-CHECKER-ID = SPACES
                   DISPLAY "TBLRECL0010E APPLY NEEDS MAKER AND CHECKER "
                       "- PARM IS RUN-ID,APPLY,MAKER-ID,CHECKER-ID"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-MAKER-ID = WS-CHECKER-ID
                   DISPLAY "TBLRECL0010E CHECKER " WS-CHECKER-ID
                       " MAY NOT APPROVE OWN RECLASSIFICATION"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT RULECARD
           IF NOT WS-RULECARD-OK
               DISPLAY "TBLRECL1000E OPEN FAILED FOR RULECARD - "
                   WS-RULECARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               OPEN I-O TBLMSTR
           ELSE
               OPEN INPUT TBLMSTR
           END-IF
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLRECL1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CATMSTR
           IF NOT WS-CATMSTR-OK
               DISPLAY "TBLRECL1000E OPEN FAILED FOR CATMSTR - "
                   WS-CATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *  No pending file yet means nothing is queued against any
      *  entry - the queue check is simply skipped.
           OPEN INPUT PNDCHG
           IF WS-PNDCHG-OK
               SET WS-PNDCHG-OPEN TO TRUE
           ELSE
               IF NOT WS-PNDCHG-NOFILE
                   DISPLAY "TBLRECL1000E OPEN FAILED FOR PNDCHG - "
                       WS-PNDCHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT RCLRPT
           IF NOT WS-RCLRPT-OK
               DISPLAY "TBLRECL1000E OPEN FAILED FOR RCLRPT - "
                   WS-RCLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-RULE.
           READ RULECARD
               AT END
                   DISPLAY "TBLRECL1100E NO RULE CARD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           READ RULECARD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "TBLRECL1100E ONE RULE CARD PER RUN - "
                       "SUBMIT EACH RULE AS ITS OWN RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RULECARD.

      *  1200-EDIT-RULE refuses a bad rule before any entry is read,
      *  so neither mode ever lists, let alone applies, against it.
       1200-EDIT-RULE.
           MOVE SPACES TO WS-RULE-ERROR
           IF RUL-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-RULE-EFF-DATE
           ELSE
               IF RUL-EFF-DATE IS NUMERIC
                   MOVE RUL-EFF-DATE-N TO WS-RULE-EFF-DATE
                   PERFORM 1210-CHECK-EFF-DATE
               ELSE
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-RULE-ERROR
               END-IF
           END-IF
           PERFORM 1220-MEASURE-VALUES
           EVALUATE TRUE
               WHEN WS-RULE-ERROR NOT = SPACES
                   CONTINUE
               WHEN RUL-TABLE-ID = SPACES
                   MOVE "TABLE ID MISSING" TO WS-RULE-ERROR
               WHEN NOT RUL-CATEGORY AND NOT RUL-STATUS
                       AND NOT RUL-DESC-PREFIX
                   MOVE "FIELD MUST BE C, S OR D" TO WS-RULE-ERROR
               WHEN WS-OLD-LEN = ZEROS
                   MOVE "OLD VALUE MISSING" TO WS-RULE-ERROR
               WHEN RUL-OLD-VALUE = RUL-NEW-VALUE
                   MOVE "OLD AND NEW VALUES ARE THE SAME"
                       TO WS-RULE-ERROR
               WHEN RUL-CATEGORY
                       AND (WS-OLD-LEN > 4 OR WS-NEW-LEN > 4)
                   MOVE "CATEGORY IS 4 POSITIONS" TO WS-RULE-ERROR
               WHEN RUL-STATUS
                       AND (WS-OLD-LEN > 1 OR WS-NEW-LEN > 1)
                   MOVE "STATUS IS 1 POSITION" TO WS-RULE-ERROR
               WHEN RUL-STATUS
                       AND RUL-NEW-VALUE NOT = "A"
                       AND RUL-NEW-VALUE NOT = "I"
                   MOVE "NEW STATUS MUST BE A OR I" TO WS-RULE-ERROR
               WHEN RUL-CATEGORY
                   MOVE RUL-NEW-VALUE(1:4) TO CAT-CODE
                   READ CATMSTR
                       INVALID KEY
                           MOVE "NEW CATEGORY NOT ON CATMSTR"
                               TO WS-RULE-ERROR
                   END-READ
           END-EVALUATE
           IF WS-RULE-ERROR = SPACES
               AND WS-MODE-APPLY
               AND WS-RULE-EFF-DATE > WS-RUN-DATE
               MOVE "FUTURE-DATED - RUN APPLY ON EFF DATE"
                   TO WS-RULE-ERROR
           END-IF
           IF WS-RULE-ERROR NOT = SPACES
               DISPLAY "TBLRECL1200E RULE REFUSED - " WS-RULE-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-CHECK-EFF-DATE.
           MOVE WS-RULE-EFF-DATE TO WS-EDIT-DATE
           EVALUATE WS-EDIT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-EDIT-DAYS-MAX
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-EDIT-DAYS-MAX
               WHEN 02
                   IF FUNCTION MOD(WS-EDIT-YYYY 4) = 0
                       AND (FUNCTION MOD(WS-EDIT-YYYY 100) NOT = 0
                           OR FUNCTION MOD(WS-EDIT-YYYY 400) = 0)
                       MOVE 29 TO WS-EDIT-DAYS-MAX
                   ELSE
                       MOVE 28 TO WS-EDIT-DAYS-MAX
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO WS-EDIT-DAYS-MAX
           END-EVALUATE
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-DAYS-MAX
               MOVE "EFFECTIVE DATE NOT A CALENDAR DATE"
                   TO WS-RULE-ERROR
           END-IF.

      *  Value lengths run to the last non-blank position; a blank
      *  new description prefix removes the old one.
       1220-MEASURE-VALUES.
           MOVE ZEROS TO WS-OLD-LEN
           MOVE ZEROS TO WS-NEW-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-OLD-LEN > ZEROS
               IF RUL-OLD-VALUE(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-OLD-LEN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-NEW-LEN > ZEROS
               IF RUL-NEW-VALUE(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-NEW-LEN
               END-IF
           END-PERFORM.

      *  Apply mode only. A run id already on BKIMAGE is refused
      *  before anything is written, then the file is reopened for
      *  this run's images.
       1300-OPEN-UPDATE-FILES.
           OPEN INPUT BKIMAGE
           IF WS-BKIMAGE-OK
               PERFORM UNTIL WS-BKIMAGE-EOF
                   READ BKIMAGE
                       AT END
                           SET WS-BKIMAGE-EOF TO TRUE
                       NOT AT END
                           IF BKI-RUNID = WS-RUN-JOBID
                               DISPLAY "TBLRECL1300E RUN ID "
                                   WS-RUN-JOBID " ALREADY ON BKIMAGE"
                                   " - GIVE THIS RUN ITS OWN ID"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKIMAGE
           END-IF
           OPEN EXTEND BKIMAGE
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLRECL1300E OPEN FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
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
               DISPLAY "TBLRECL1300E OPEN FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY "TBLRECL1300E OPEN FAILED FOR AUDITLOG - "
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  1500-LOAD-RELATIONSHIP-RULES copies TBLREL into memory, as
      *  TBLMAINT does; a rule that cannot be applied as written
      *  stops the run before any entry is read.
       1500-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLRECL1500E OPEN FAILED FOR TBLREL - "
                   WS-TBLREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBLREL-EOF
               READ TBLREL
                   AT END
                       SET WS-TBLREL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-STORE-RELATIONSHIP-RULE
               END-READ
           END-PERFORM
           CLOSE TBLREL.

       1510-STORE-RELATIONSHIP-RULE.
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
               DISPLAY "TBLRECL1500E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLRECL1500E TBLREL RULE " REL-KEY
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
               DISPLAY "TBLRECL1500E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-WRITE-HEADINGS.
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-RUN-MODE TO WS-HDG-MODE
           MOVE WS-RUN-JOBID TO WS-HDG-JOBID
           MOVE WS-MAKER-ID TO WS-HDG-MAKER
           MOVE WS-CHECKER-ID TO WS-HDG-CHECKER
           WRITE RCL-LINE FROM WS-RCL-HEADING
           MOVE RUL-TABLE-ID TO WS-RLN-TABLE-ID
           EVALUATE TRUE
               WHEN RUL-CATEGORY
                   MOVE "CAT " TO WS-RLN-FIELD
               WHEN RUL-STATUS
                   MOVE "STAT" TO WS-RLN-FIELD
               WHEN OTHER
                   MOVE "DESC" TO WS-RLN-FIELD
           END-EVALUATE
           MOVE RUL-OLD-VALUE TO WS-RLN-OLD
           MOVE RUL-NEW-VALUE TO WS-RLN-NEW
           MOVE WS-RULE-EFF-DATE TO WS-RLN-EFF-DATE
           WRITE RCL-LINE FROM WS-RCL-RULE-LINE
           WRITE RCL-LINE FROM WS-RCL-COLUMN-LINE.

       2000-RECLASSIFY-TABLE.
           MOVE RUL-TABLE-ID TO MST-TABLE-ID
           MOVE LOW-VALUES TO MST-ENTRY
           START TBLMSTR KEY IS NOT LESS THAN MST-TBL-KEY
               INVALID KEY
                   SET WS-TBLMSTR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-TBLMSTR-EOF
               READ TBLMSTR NEXT RECORD
                   AT END
                       SET WS-TBLMSTR-EOF TO TRUE
                   NOT AT END
                       IF MST-TABLE-ID NOT = RUL-TABLE-ID
                           SET WS-TBLMSTR-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-MATCH-ENTRY
                           IF WS-ENTRY-MATCHES
                               PERFORM 2200-RECLASSIFY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-MATCH-ENTRY.
           SET WS-ENTRY-NO-MATCH TO TRUE
           EVALUATE TRUE
               WHEN RUL-CATEGORY
                   IF MST-CATEGORY = RUL-OLD-VALUE(1:4)
                       SET WS-ENTRY-MATCHES TO TRUE
                       MOVE MST-CATEGORY TO WS-BEFORE-VALUE
                       MOVE RUL-NEW-VALUE(1:4) TO WS-AFTER-VALUE
                   END-IF
               WHEN RUL-STATUS
                   IF MST-STATUS = RUL-OLD-VALUE(1:1)
                       SET WS-ENTRY-MATCHES TO TRUE
                       MOVE MST-STATUS TO WS-BEFORE-VALUE
                       MOVE RUL-NEW-VALUE(1:1) TO WS-AFTER-VALUE
                   END-IF
               WHEN OTHER
                   IF MST-DESC(1:WS-OLD-LEN) =
                           RUL-OLD-VALUE(1:WS-OLD-LEN)
                       SET WS-ENTRY-MATCHES TO TRUE
                       MOVE MST-DESC TO WS-BEFORE-VALUE
                   END-IF
           END-EVALUATE.

      *  2200-RECLASSIFY-ENTRY decides whether the entry can take the
      *  rule, lists it, and in apply mode makes the change. The
      *  check pass of an apply run lists only blocked entries and
      *  changes nothing.
       2200-RECLASSIFY-ENTRY.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-BLOCK-REASON
           IF RUL-DESC-PREFIX
               PERFORM 2210-BUILD-NEW-DESC
           END-IF
           IF WS-SKIP-REASON = SPACES
               AND MST-EFF-DATE > WS-RULE-EFF-DATE
               MOVE "LATER IMAGE ON FILE" TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON = SPACES
               AND WS-PNDCHG-OPEN
               PERFORM 2220-CHECK-QUEUED
           END-IF
           IF WS-SKIP-REASON = SPACES
               AND WS-RELRUL-MAX > ZEROS
               PERFORM 2230-CHECK-PARENT-REFS
           END-IF
           EVALUATE TRUE
               WHEN WS-SKIP-REASON NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED " TO WS-DTL-RESULT
                   MOVE WS-SKIP-REASON TO WS-DTL-AFTER
               WHEN WS-BLOCK-REASON NOT = SPACES
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE "BLOCKED " TO WS-DTL-RESULT
                   MOVE WS-BLOCK-REASON TO WS-DTL-AFTER
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-COUNT
                   IF WS-MODE-APPLY
                       IF WS-UPDATE-PASS
                           PERFORM 2300-APPLY-RULE
                       END-IF
                       MOVE "CHANGED " TO WS-DTL-RESULT
                   ELSE
                       MOVE "WILL CHG" TO WS-DTL-RESULT
                   END-IF
                   MOVE WS-AFTER-VALUE TO WS-DTL-AFTER
           END-EVALUATE
           IF WS-UPDATE-PASS
               OR WS-BLOCK-REASON NOT = SPACES
               MOVE MST-TABLE-ID TO WS-DTL-TBLID
               MOVE MST-ENTRY TO WS-DTL-ENTRY
               MOVE WS-BEFORE-VALUE TO WS-DTL-BEFORE
               WRITE RCL-LINE FROM WS-RCL-DETAIL
           END-IF.

      *  The new description is the new prefix followed by whatever
      *  followed the old one; it must still fit the 30 positions.
       2210-BUILD-NEW-DESC.
           MOVE SPACES TO WS-NEW-DESC
           COMPUTE WS-REST-START = WS-OLD-LEN + 1
           IF WS-NEW-LEN = ZEROS
               MOVE MST-DESC(WS-REST-START:) TO WS-NEW-DESC
           ELSE
               STRING RUL-NEW-VALUE(1:WS-NEW-LEN) DELIMITED BY SIZE
                      MST-DESC(WS-REST-START:) DELIMITED BY SIZE
                   INTO WS-NEW-DESC
                   ON OVERFLOW
                       IF MST-DESC(31 - WS-NEW-LEN + WS-OLD-LEN:)
                               NOT = SPACES
                           MOVE "DESC TOO LONG" TO WS-SKIP-REASON
                       END-IF
               END-STRING
           END-IF
           MOVE WS-NEW-DESC TO WS-AFTER-VALUE.

      *  A queued change carries a full image of the entry; applied
      *  after this rule it would put the old value back.
       2220-CHECK-QUEUED.
           MOVE MST-TABLE-ID TO PND-TABLE-ID
           MOVE MST-ENTRY TO PND-ENTRY
           MOVE ZEROS TO PND-EFF-DATE
           START PNDCHG KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PNDCHG NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PND-TABLE-ID = MST-TABLE-ID
                               AND PND-ENTRY = MST-ENTRY
                               MOVE "CHANGE QUEUED" TO WS-SKIP-REASON
                           END-IF
                   END-READ
           END-START.

      *  2230-CHECK-PARENT-REFS applies each TBLREL rule for the
      *  rule's table through the field being changed to the entry's
      *  new image. The parent reads move TBLMSTR off the entry in
      *  hand, so the entry is read back by key afterwards - the
      *  table scan carries on from it and the REWRITE finds it.
       2230-CHECK-PARENT-REFS.
           MOVE MST-REC TO WS-CURRENT-MST
           MOVE MST-CATEGORY TO WS-RIM-CATEGORY
           MOVE MST-ENTRY TO WS-RIM-ENTRY
           MOVE MST-DESC TO WS-RIM-DESC
           IF RUL-CATEGORY
               MOVE RUL-NEW-VALUE(1:4) TO WS-RIM-CATEGORY
           END-IF
           IF RUL-DESC-PREFIX
               MOVE WS-NEW-DESC TO WS-RIM-DESC
           END-IF
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-BLOCK-REASON NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = RUL-TABLE-ID
                   AND WS-RUL-FIELD(WS-RUL-SUB) = RUL-FIELD
                   PERFORM 2235-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "NO REF TO TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-BLOCK-REASON
                       END-IF
                   ELSE
                       MOVE WS-RUL-PARENT(WS-RUL-SUB) TO MST-TABLE-ID
                       MOVE WS-REL-VALUE TO MST-ENTRY
                       READ TBLMSTR
                           INVALID KEY
                               STRING "NO PARENT IN "
                                   WS-RUL-PARENT(WS-RUL-SUB)
                                   DELIMITED BY SIZE
                                   INTO WS-BLOCK-REASON
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-MST TO MST-REC
           READ TBLMSTR
               INVALID KEY
                   DISPLAY "TBLRECL2230E REREAD FAILED FOR TBLMSTR - "
                       WS-TBLMSTR-STATUS " AT " MST-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       2235-EXTRACT-REFERENCE.
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

       2300-APPLY-RULE.
           MOVE MST-REC TO WS-BKI-BEFORE
           EVALUATE TRUE
               WHEN RUL-CATEGORY
                   MOVE RUL-NEW-VALUE(1:4) TO MST-CATEGORY
               WHEN RUL-STATUS
                   MOVE RUL-NEW-VALUE(1:1) TO MST-STATUS
               WHEN OTHER
                   MOVE WS-NEW-DESC TO MST-DESC
           END-EVALUATE
           MOVE WS-RULE-EFF-DATE TO MST-EFF-DATE
           SET MST-LEDGER-PENDING TO TRUE
           REWRITE MST-REC
               INVALID KEY
                   DISPLAY "TBLRECL2300E REWRITE FAILED FOR TBLMSTR - "
                       WS-TBLMSTR-STATUS " AT " MST-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM 2700-WRITE-HISTORY-RECORD
           PERFORM 2760-WRITE-BACKOUT-IMAGE
           PERFORM 2850-WRITE-AUDIT-RECORD.

       2700-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HST-REC
           MOVE MST-TABLE-ID TO HST-TABLE-ID
           MOVE MST-ENTRY TO HST-ENTRY
           MOVE WS-RULE-EFF-DATE TO HST-EFF-DATE
           MOVE MST-COUNT TO HST-COUNT
           MOVE MST-CATEGORY TO HST-CATEGORY
           MOVE MST-STATUS TO HST-STATUS
           MOVE MST-DESC TO HST-DESC
           MOVE "C" TO HST-ACTION
           ACCEPT HST-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO HST-STAMP-TIME
           MOVE WS-RUN-JOBID TO HST-STAMP-JOBID
           MOVE WS-MAKER-ID TO HST-MAKER-ID
           MOVE WS-CHECKER-ID TO HST-CHECKER-ID
           WRITE HST-REC
               INVALID KEY
                   REWRITE HST-REC
           END-WRITE
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLRECL2700E WRITE FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS " AT " HST-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2760-WRITE-BACKOUT-IMAGE.
           MOVE SPACES TO BKI-REC
           MOVE WS-RUN-JOBID TO BKI-RUNID
           SET BKI-CHANGE TO TRUE
           MOVE WS-BKI-BEFORE TO BKI-BEFORE-IMAGE
           MOVE MST-REC TO BKI-AFTER-IMAGE
           MOVE WS-MAKER-ID TO BKI-MAKER-ID
           MOVE WS-CHECKER-ID TO BKI-CHECKER-ID
           WRITE BKI-REC
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLRECL2760E WRITE FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-AUDIT-RECORD.
           MOVE MST-COUNT TO WS-AUD-COUNT
           MOVE MST-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE MST-ENTRY TO WS-AUD-ENTRY
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE "C" TO WS-AUD-ACTION
           MOVE WS-MAKER-ID TO WS-AUD-MAKER
           MOVE WS-CHECKER-ID TO WS-AUD-CHECKER
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       3000-WRITE-TOTALS.
           MOVE "ENTRIES READ    " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           WRITE RCL-LINE FROM WS-RCL-TOTAL-LINE
           MOVE "MATCHING RULE   " TO WS-TOT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-TOT-VALUE
           WRITE RCL-LINE FROM WS-RCL-TOTAL-LINE
           IF WS-MODE-APPLY
               MOVE "CHANGED         " TO WS-TOT-LABEL
           ELSE
               MOVE "WOULD CHANGE    " TO WS-TOT-LABEL
           END-IF
           MOVE WS-CHANGED-COUNT TO WS-TOT-VALUE
           WRITE RCL-LINE FROM WS-RCL-TOTAL-LINE
           MOVE "SKIPPED         " TO WS-TOT-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-TOT-VALUE
           WRITE RCL-LINE FROM WS-RCL-TOTAL-LINE
           MOVE "BLOCKED         " TO WS-TOT-LABEL
           MOVE WS-BLOCKED-COUNT TO WS-TOT-VALUE
           WRITE RCL-LINE FROM WS-RCL-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TBLMSTR
           CLOSE CATMSTR
           IF WS-PNDCHG-OPEN
               CLOSE PNDCHG
           END-IF
           CLOSE RCLRPT
           IF WS-MODE-APPLY
               CLOSE TBLHIST
               CLOSE BKIMAGE
               CLOSE AUDITLOG
           END-IF.
