       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLINTG.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLINTG - nightly cross-file integrity sweep. The same entry
      *  is recorded on TBLMSTR, on the TBLHIST effective-dated
      *  history, on the AUDXREF audit cross-reference and in the
      *  CNTAIX count index, and its category on CATMSTR; nothing in
      *  the update paths proves they still agree - TBLCATM can
      *  retire a category live entries still carry, and a TBLBKOUT
      *  reversal that half-applies leaves master and history out of
      *  step. This program walks TBLMSTR and TBLHIST together in key
      *  order (table id + entry, history effective date ascending
      *  within entry) and lists on INTGRPT every:
      *    HISTMISM - master entry whose governing history image -
      *               the one in force on the run date, or on the
      *               master's own effective date when that is later
      *               - differs from it, is a delete marker, or does
      *               not exist;
      *    ORPHHIST - entry with history but no master record whose
      *               latest image is not a delete marker;
      *    NOAUDIT  - master entry with no AUDXREF trail;
      *    BADCAT   - master entry whose category is not on CATMSTR;
      *    DUPCOUNT - master entry sharing its MST-COUNT position with
      *               an entry earlier in the file (named, table id
      *               then entry, after the "=").
      *  Run after AUDSTEP, so AUDXREF carries tonight's audit lines.
      *  Per-check and overall totals close the report; RC=4 when
      *  anything is listed, so operations sees it the same night.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT TBLHIST ASSIGN TO "TBLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TBLHIST-STATUS.

           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  AUDXREF is positioned on the entry with START and one READ
      *  NEXT tells whether any audit line names it.
           SELECT AUDXREF ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AXR-KEY
               FILE STATUS IS WS-AUDXREF-STATUS.

           SELECT INTGRPT ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  CATMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  AUDXREF
           RECORD CONTAINS 64 CHARACTERS.
           COPY CPAUDXRF.

       FD  INTGRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INTG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".
           88 WS-TBLMSTR-EOF                    VALUE "10".

       01  WS-TBLHIST-STATUS           PIC XX VALUE "00".
           88 WS-TBLHIST-OK                     VALUE "00".
           88 WS-TBLHIST-EOF                    VALUE "10".

       01  WS-CATMSTR-STATUS           PIC XX VALUE "00".
           88 WS-CATMSTR-OK                     VALUE "00".

       01  WS-AUDXREF-STATUS           PIC XX VALUE "00".
           88 WS-AUDXREF-OK                     VALUE "00".

       01  WS-INTGRPT-STATUS           PIC XX VALUE "00".
           88 WS-INTGRPT-OK                     VALUE "00".

      *  Match keys - table id + entry - for the master record and the
      *  history record in hand; HIGH-VALUES once a file is exhausted
      *  so the other side drains through the same comparison.
       01  WS-MST-CUR-KEY              PIC X(24) VALUE LOW-VALUES.
       01  WS-HST-CUR-KEY              PIC X(24) VALUE LOW-VALUES.

      *  History group being walked, and what was found in it: the
      *  governing image for the date in WS-GOVERN-DATE, and the
      *  action of the latest image.
       01  WS-GRP-KEY.
           05  WS-GRP-TBLID            PIC X(4).
           05  WS-GRP-ENTRY            PIC X(20).
       01  WS-GOVERN-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-LAST-ACTION              PIC X(1) VALUE SPACE.
       01  WS-GOVERN-STATUS            PIC X VALUE "N".
           88 WS-GOVERN-FOUND                   VALUE "Y".
           88 WS-GOVERN-NONE                    VALUE "N".
       01  WS-GOVERN-IMAGE.
           05  WS-GOV-COUNT            PIC 9(5).
           05  WS-GOV-CATEGORY         PIC X(4).
           05  WS-GOV-EFF-DATE         PIC 9(8).
           05  WS-GOV-STATUS           PIC X(1).
           05  WS-GOV-DESC             PIC X(30).
           05  WS-GOV-ACTION           PIC X(1).

      *  Set for a master entry whose history group has been walked;
      *  a master entry with no history at all leaves it clear.
       01  WS-HIST-MATCH               PIC X VALUE "N".
           88 WS-HIST-MATCHED                   VALUE "Y".
           88 WS-HIST-UNMATCHED                 VALUE "N".

      *  One slot per MST-COUNT position, 0 through 99999, holding
      *  the key of the first entry seen there. MST-COUNT is unique
      *  across the whole cluster (the CNTAIX UNIQUEKEY index), not
      *  within a table, so the whole file shares the one map.
       01  WS-COUNT-SUB                PIC 9(6) VALUE ZEROS.
       01  WS-COUNT-MAP.
           05  WS-COUNT-OWNER          PIC X(24) OCCURS 100000 TIMES.

       01  WS-MASTER-READ              PIC 9(7) VALUE ZEROS.
       01  WS-HISTORY-READ             PIC 9(7) VALUE ZEROS.
       01  WS-HISTMISM-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-ORPHHIST-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-NOAUDIT-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-BADCAT-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-DUPCOUNT-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-INTG-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "TABLE INTEGRITY EXCEPTIONS".
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-INTG-COL-HEADING.
           05  FILLER                  PIC X(8)  VALUE "CHECK".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "ENTRY".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE "DETAIL".

       01  WS-INTG-DETAIL.
           05  WS-DTL-CHECK            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-REASON           PIC X(42) VALUE SPACES.

       01  WS-INTG-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-MASTER
           PERFORM 1200-READ-HISTORY
           PERFORM UNTIL WS-TBLMSTR-EOF AND WS-TBLHIST-EOF
               PERFORM 2000-MATCH-ENTRY
           END-PERFORM
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-COUNT-MAP.

       1000-OPEN-FILES.
           OPEN INPUT TBLMSTR
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLINTG1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TBLHIST
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLINTG1000E OPEN FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CATMSTR
           IF NOT WS-CATMSTR-OK
               DISPLAY "TBLINTG1000E OPEN FAILED FOR CATMSTR - "
                   WS-CATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDXREF
           IF NOT WS-AUDXREF-OK
               DISPLAY "TBLINTG1000E OPEN FAILED FOR AUDXREF - "
                   WS-AUDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTGRPT
           IF NOT WS-INTGRPT-OK
               DISPLAY "TBLINTG1000E OPEN FAILED FOR INTGRPT - "
                   WS-INTGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE INTG-LINE FROM WS-INTG-HEADING
           WRITE INTG-LINE FROM WS-INTG-COL-HEADING.

       1100-READ-MASTER.
           READ TBLMSTR
               AT END
                   SET WS-TBLMSTR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MST-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE MST-TBL-KEY TO WS-MST-CUR-KEY
           END-READ.

       1200-READ-HISTORY.
           READ TBLHIST
               AT END
                   SET WS-TBLHIST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-HST-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE HST-KEY(1:24) TO WS-HST-CUR-KEY
           END-READ.

      *  2000-MATCH-ENTRY takes the lower of the two keys in hand: a
      *  master entry alone, a history group alone, or both together.
       2000-MATCH-ENTRY.
           EVALUATE TRUE
               WHEN WS-MST-CUR-KEY < WS-HST-CUR-KEY
                   SET WS-HIST-UNMATCHED TO TRUE
                   PERFORM 2200-CHECK-MASTER-ENTRY
                   PERFORM 1100-READ-MASTER
               WHEN WS-MST-CUR-KEY > WS-HST-CUR-KEY
                   MOVE WS-RUN-DATE TO WS-GOVERN-DATE
                   PERFORM 2100-WALK-HISTORY-GROUP
                   IF WS-LAST-ACTION NOT = "D"
                       MOVE "ORPHHIST" TO WS-DTL-CHECK
                       STRING "NO MASTER - LATEST IMAGE ACTION "
                           WS-LAST-ACTION
                           DELIMITED BY SIZE INTO WS-DTL-REASON
                       ADD 1 TO WS-ORPHHIST-COUNT
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-GOVERN-DATE
                   IF MST-EFF-DATE > WS-RUN-DATE
                       MOVE MST-EFF-DATE TO WS-GOVERN-DATE
                   END-IF
                   PERFORM 2100-WALK-HISTORY-GROUP
                   SET WS-HIST-MATCHED TO TRUE
                   PERFORM 2200-CHECK-MASTER-ENTRY
                   PERFORM 1100-READ-MASTER
           END-EVALUATE.

      *  2100-WALK-HISTORY-GROUP reads through every image of the
      *  entry in hand, keeping the latest one dated on or before
      *  WS-GOVERN-DATE and the action of the very latest.
       2100-WALK-HISTORY-GROUP.
           MOVE WS-HST-CUR-KEY TO WS-GRP-KEY
           SET WS-GOVERN-NONE TO TRUE
           MOVE SPACE TO WS-LAST-ACTION
           PERFORM UNTIL WS-HST-CUR-KEY NOT = WS-GRP-KEY
               MOVE HST-ACTION TO WS-LAST-ACTION
               IF HST-EFF-DATE NOT > WS-GOVERN-DATE
                   SET WS-GOVERN-FOUND TO TRUE
                   MOVE HST-COUNT TO WS-GOV-COUNT
                   MOVE HST-CATEGORY TO WS-GOV-CATEGORY
                   MOVE HST-EFF-DATE TO WS-GOV-EFF-DATE
                   MOVE HST-STATUS TO WS-GOV-STATUS
                   MOVE HST-DESC TO WS-GOV-DESC
                   MOVE HST-ACTION TO WS-GOV-ACTION
               END-IF
               PERFORM 1200-READ-HISTORY
           END-PERFORM.

      *  2200-CHECK-MASTER-ENTRY runs every check on the master
      *  record in hand.
       2200-CHECK-MASTER-ENTRY.
           MOVE MST-TABLE-ID TO WS-GRP-TBLID
           MOVE MST-ENTRY TO WS-GRP-ENTRY
           PERFORM 2300-CHECK-HISTORY-IMAGE
           PERFORM 2400-CHECK-AUDIT-TRAIL
           PERFORM 2500-CHECK-CATEGORY
           PERFORM 2600-CHECK-COUNT-POSITION.

       2300-CHECK-HISTORY-IMAGE.
           MOVE "HISTMISM" TO WS-DTL-CHECK
           EVALUATE TRUE
               WHEN WS-HIST-UNMATCHED
                   MOVE "NO HISTORY ON FILE" TO WS-DTL-REASON
               WHEN WS-GOVERN-NONE
                   STRING "NO HISTORY IMAGE IN FORCE ON "
                       WS-GOVERN-DATE
                       DELIMITED BY SIZE INTO WS-DTL-REASON
               WHEN WS-GOV-ACTION = "D"
                   STRING "DELETE MARKER IN FORCE FROM "
                       WS-GOV-EFF-DATE
                       DELIMITED BY SIZE INTO WS-DTL-REASON
               WHEN WS-GOV-COUNT NOT = MST-COUNT
                   OR WS-GOV-CATEGORY NOT = MST-CATEGORY
                   OR WS-GOV-EFF-DATE NOT = MST-EFF-DATE
                   OR WS-GOV-STATUS NOT = MST-STATUS
                   OR WS-GOV-DESC NOT = MST-DESC
                   STRING "MASTER DIFFERS FROM IMAGE EFF "
                       WS-GOV-EFF-DATE " " WS-GOV-ACTION
                       DELIMITED BY SIZE INTO WS-DTL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DTL-REASON NOT = SPACES
               ADD 1 TO WS-HISTMISM-COUNT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2400-CHECK-AUDIT-TRAIL.
           MOVE MST-TABLE-ID TO AXR-TABLE-ID
           MOVE MST-ENTRY TO AXR-ENTRY
           MOVE ZEROS TO AXR-DATE
           MOVE ZEROS TO AXR-TIME
           MOVE ZEROS TO AXR-SEQ
           START AUDXREF KEY IS NOT LESS THAN AXR-KEY
               INVALID KEY
                   MOVE "NO AUDIT CROSS-REFERENCE" TO WS-DTL-REASON
               NOT INVALID KEY
                   READ AUDXREF NEXT RECORD
                       AT END
                           MOVE "NO AUDIT CROSS-REFERENCE"
                               TO WS-DTL-REASON
                       NOT AT END
                           IF AXR-TABLE-ID NOT = MST-TABLE-ID
                               OR AXR-ENTRY NOT = MST-ENTRY
                               MOVE "NO AUDIT CROSS-REFERENCE"
                                   TO WS-DTL-REASON
                           END-IF
                   END-READ
           END-START
           IF WS-DTL-REASON NOT = SPACES
               MOVE "NOAUDIT " TO WS-DTL-CHECK
               ADD 1 TO WS-NOAUDIT-COUNT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2500-CHECK-CATEGORY.
           MOVE MST-CATEGORY TO CAT-CODE
           READ CATMSTR
               INVALID KEY
                   MOVE "BADCAT  " TO WS-DTL-CHECK
                   STRING "CATEGORY " MST-CATEGORY " NOT ON CATMSTR"
                       DELIMITED BY SIZE INTO WS-DTL-REASON
                   ADD 1 TO WS-BADCAT-COUNT
                   PERFORM 2900-WRITE-EXCEPTION
           END-READ.

       2600-CHECK-COUNT-POSITION.
           COMPUTE WS-COUNT-SUB = MST-COUNT + 1
           IF WS-COUNT-OWNER(WS-COUNT-SUB) = SPACES
               MOVE MST-TBL-KEY TO WS-COUNT-OWNER(WS-COUNT-SUB)
           ELSE
               MOVE "DUPCOUNT" TO WS-DTL-CHECK
               STRING "COUNT " MST-COUNT " = "
                   WS-COUNT-OWNER(WS-COUNT-SUB)
                   DELIMITED BY SIZE INTO WS-DTL-REASON
               ADD 1 TO WS-DUPCOUNT-COUNT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-GRP-TBLID TO WS-DTL-TBLID
           MOVE WS-GRP-ENTRY TO WS-DTL-ENTRY
           WRITE INTG-LINE FROM WS-INTG-DETAIL
           MOVE SPACES TO WS-DTL-REASON.

       3000-WRITE-TOTALS.
           MOVE "MASTER RECORDS READ     " TO WS-TOT-LABEL
           MOVE WS-MASTER-READ TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "HISTORY IMAGES READ     " TO WS-TOT-LABEL
           MOVE WS-HISTORY-READ TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "HISTMISM MASTER/HISTORY " TO WS-TOT-LABEL
           MOVE WS-HISTMISM-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "ORPHHIST NO MASTER      " TO WS-TOT-LABEL
           MOVE WS-ORPHHIST-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "NOAUDIT  NO AUDXREF     " TO WS-TOT-LABEL
           MOVE WS-NOAUDIT-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "BADCAT   NOT ON CATMSTR " TO WS-TOT-LABEL
           MOVE WS-BADCAT-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "DUPCOUNT SHARED COUNT   " TO WS-TOT-LABEL
           MOVE WS-DUPCOUNT-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE
           MOVE "TOTAL EXCEPTIONS        " TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-VALUE
           WRITE INTG-LINE FROM WS-INTG-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TBLMSTR
           CLOSE TBLHIST
           CLOSE CATMSTR
           CLOSE AUDXREF
           CLOSE INTGRPT.
