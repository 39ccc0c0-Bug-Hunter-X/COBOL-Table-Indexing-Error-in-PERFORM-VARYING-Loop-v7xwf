       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLAPVR.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLAPVR - aging report over the maintenance approval queue.
      *  Every table change keyed on TMNT or submitted through
      *  TBLMAINT waits on the PNDCHG pending file (see CPPNDCHG)
      *  until a second operator approves or rejects it on TAPV. A
      *  change nobody decides is a correction that never happens,
      *  so this report lists every change that has been awaiting
      *  approval for more than the allowed number of days - its
      *  key, action, the operator who keyed it, when, and how many
      *  days it has waited - for data control to chase. The day
      *  limit comes from the optional AGECARD; a run without the
      *  card allows 3 days. RC=4 when anything is listed. Changes
      *  already approved and scheduled are not listed - TBLACTV
      *  reports those.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNDCHG ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

           SELECT AGECARD ASSIGN TO "AGECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGECARD-STATUS.

           SELECT AGERPT ASSIGN TO "AGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDCHG
           RECORD CONTAINS 150 CHARACTERS.
           COPY CPPNDCHG.

       FD  AGECARD
           RECORDING MODE IS F
           RECORD CONTAINS 3 CHARACTERS.
       01  AGE-REC                     PIC 9(3).

       FD  AGERPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AGE-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PNDCHG-STATUS            PIC XX VALUE "00".
           88 WS-PNDCHG-OK                      VALUE "00".
           88 WS-PNDCHG-EOF                     VALUE "10".

       01  WS-AGECARD-STATUS           PIC XX VALUE "00".
           88 WS-AGECARD-OK                     VALUE "00".

       01  WS-AGERPT-STATUS            PIC XX VALUE "00".
           88 WS-AGERPT-OK                      VALUE "00".

       01  WS-AGE-LIMIT                PIC 9(3) VALUE 3.
       01  WS-RUN-DAY-NUM              PIC 9(7) VALUE ZEROS.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZEROS.

       01  WS-AWAITING-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-AGED-COUNT               PIC 9(5) VALUE ZEROS.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-AGE-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "CHANGES AWAITING APPROVAL OVER".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-LIMIT            PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-AGE-DETAIL.
           05  WS-DTL-ACTION           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "EFF ".
           05  WS-DTL-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE "BY ".
           05  WS-DTL-MAKER            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-KEYED-DATE       PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AGE              PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE "D".
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-AGE-TOTAL-LINE.
           05  FILLER                  PIC X(9)  VALUE "AWAITING ".
           05  WS-TOT-AWAITING         PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "OVER THE LIMIT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-TOT-AGED             PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-PNDCHG-EOF
               READ PNDCHG NEXT RECORD
                   AT END
                       SET WS-PNDCHG-EOF TO TRUE
                   NOT AT END
                       IF PND-AWAITING
                           PERFORM 2000-CHECK-AGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-AGED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT AGECARD
           IF WS-AGECARD-OK
               READ AGECARD
                   NOT AT END
                       MOVE AGE-REC TO WS-AGE-LIMIT
               END-READ
           END-IF
           CLOSE AGECARD
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       1000-OPEN-FILES.
           OPEN INPUT PNDCHG
           IF NOT WS-PNDCHG-OK
               DISPLAY "TBLAPVR1000E OPEN FAILED FOR PNDCHG - "
                   WS-PNDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGERPT
           IF NOT WS-AGERPT-OK
               DISPLAY "TBLAPVR1000E OPEN FAILED FOR AGERPT - "
                   WS-AGERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-AGE-LIMIT TO WS-HDG-LIMIT
           WRITE AGE-LINE FROM WS-AGE-HEADING.

      *  Age is whole days since the change was queued, from its
      *  stamp date; a change queued today is 0 days old.
       2000-CHECK-AGE.
           ADD 1 TO WS-AWAITING-COUNT
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM
               - FUNCTION INTEGER-OF-DATE(PND-STAMP-DATE)
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-AGED-COUNT
               MOVE PND-ACTION TO WS-DTL-ACTION
               MOVE PND-TABLE-ID TO WS-DTL-TBLID
               MOVE PND-ENTRY TO WS-DTL-ENTRY
               MOVE PND-EFF-DATE TO WS-DTL-EFF-DATE
               MOVE PND-MAKER-ID TO WS-DTL-MAKER
               MOVE PND-STAMP-DATE TO WS-DTL-KEYED-DATE
               MOVE WS-AGE-DAYS TO WS-DTL-AGE
               WRITE AGE-LINE FROM WS-AGE-DETAIL
           END-IF.

       3000-WRITE-TOTALS.
           MOVE WS-AWAITING-COUNT TO WS-TOT-AWAITING
           MOVE WS-AGED-COUNT TO WS-TOT-AGED
           WRITE AGE-LINE FROM WS-AGE-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE PNDCHG
           CLOSE AGERPT.
