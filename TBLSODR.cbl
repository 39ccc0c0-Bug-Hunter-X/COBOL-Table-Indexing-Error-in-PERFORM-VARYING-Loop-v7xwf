       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSODR.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLSODR - operator activity and segregation-of-duties review
      *  for internal audit. Reads the audit trail - the live
      *  AUDITLOG and the older detail TBLAUDS has offloaded to
      *  AUDARCH, merged by the SODSORT step into table + entry
      *  order, newest line first within an entry - and reports on
      *  the period named on SODCARD:
      *    - adds, changes and deletes by operator (with the changes
      *      each one queued and approved) and by table;
      *    - every line in the period that needs explaining, flagged
      *      H online action outside business hours, W online action
      *      at a weekend, M an operator changing the same entry more
      *      than once in a day, B an online change later reversed by
      *      TBLBKOUT, T an online change followed the same day by a
      *      TBLMAINT run touching the same entry, S a change approved
      *      by the operator who made it.
      *  The same lines go to SODEXT (layout CPSODEXT) for audit to
      *  load into their own tools. A change is charged to the
      *  operator who keyed it - WS-AUD-MAKER where the line carries
      *  one, otherwise WS-AUD-JOBID, which is the operator id on
      *  TMNT lines logged before two-person approval. A line is
      *  online when its run id is the maker's or checker's own
      *  operator id (TMNT queue/cancel, TAPV decisions), a TAPV
      *  approval run id (AP and six characters) on an approved
      *  change, or, on older lines, an add/change/delete with no
      *  maker; TBLMAINT lines are known by the run id prefix on
      *  SODCARD. The oldest lines carry no action code at all. On
      *  those the run id decides: TBLLOAD1 is the nightly load (the
      *  sort drops it), TBLACK01 a ledger reject flag, TBLBKO01 a
      *  reversal, TBLCAT01 a category master run, a TBLMAINT run id
      *  an applied change, and any other run id is the operator id
      *  of an applied TMNT change. Applied changes whose action was
      *  not recorded are shown as N, counted in their own column
      *  and flagged like any other change.
      *  Walking an entry newest first means a later reversal or
      *  correction has always been seen by the time the change it
      *  follows is reached; a TBLBKOUT reversal line is matched to
      *  the latest change to the entry before it, the order in which
      *  TBLBKOUT unwinds a run. Lines after the period are read for
      *  that purpose but not reported. Nightly load lines are
      *  dropped by the sort. RC=4 means at least one line is flagged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODCARD ASSIGN TO "SODCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SODCARD-STATUS.

           SELECT AUDSORT ASSIGN TO "AUDSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSORT-STATUS.

           SELECT SODRPT ASSIGN TO "SODRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SODRPT-STATUS.

           SELECT SODEXT ASSIGN TO "SODEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SODEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  Review period CCYYMMDD from (cols 1-8) and to (cols 10-17),
      *  business hours HHMM from (cols 19-22) and to (cols 24-27),
      *  blank for 0800 to 1800, and the TBLMAINT run id prefix
      *  (cols 29-36), blank for TBLMNT.
       FD  SODCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SCD-REC.
           05  SCD-FROM-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SCD-TO-DATE             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  SCD-HOURS-FROM          PIC X(4).
           05  FILLER                  PIC X(1).
           05  SCD-HOURS-TO            PIC X(4).
           05  FILLER                  PIC X(1).
           05  SCD-MAINT-PREFIX        PIC X(8).
           05  FILLER                  PIC X(44).

       FD  AUDSORT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-LINE                    PIC X(80).

       FD  SODRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SOD-LINE                    PIC X(80).

       FD  SODEXT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPSODEXT.

       WORKING-STORAGE SECTION.
       01  WS-SODCARD-STATUS           PIC XX VALUE "00".
           88 WS-SODCARD-OK                     VALUE "00".

       01  WS-AUDSORT-STATUS           PIC XX VALUE "00".
           88 WS-AUDSORT-OK                     VALUE "00".
           88 WS-AUDSORT-EOF                    VALUE "10".

       01  WS-SODRPT-STATUS            PIC XX VALUE "00".
           88 WS-SODRPT-OK                      VALUE "00".

       01  WS-SODEXT-STATUS            PIC XX VALUE "00".
           88 WS-SODEXT-OK                      VALUE "00".

      *  The current audit line unstrung into the shared layout.
           COPY CPAUDLOG.

       01  WS-FROM-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE                  PIC 9(8) VALUE ZEROS.
       01  WS-HOURS-FROM               PIC X(4) VALUE "0800".
       01  WS-HOURS-TO                 PIC X(4) VALUE "1800".
       01  WS-MAINT-PREFIX             PIC X(8) VALUE "TBLMNT".
       01  WS-MAINT-PREFIX-LEN         PIC 9(2) VALUE 6.

      *  Where the current line came from and whom it is charged to.
       01  WS-LINE-SOURCE              PIC X VALUE "B".
           88 WS-LINE-ONLINE                    VALUE "O".
           88 WS-LINE-TBLMAINT                  VALUE "M".
           88 WS-LINE-BATCH                     VALUE "B".
       01  WS-LINE-OPERATOR            PIC X(8) VALUE SPACES.

      *  The action the line stands for: the logged action code, or
      *  on a line logged before action codes were recorded the one
      *  its run id implies, N for an applied change of unknown kind.
       01  WS-LINE-ACTION              PIC X VALUE SPACE.
           88 WS-LINE-APPLIED                   VALUES "A" "C" "D" "N".
           88 WS-LINE-REVERSAL                  VALUE "R".
       01  WS-LEGACY-JOBID             PIC X(8) VALUE SPACES.
           88 WS-LEGACY-BATCH-RUN               VALUES "TBLLOAD1"
                                                       "TBLACK01"
                                                       "TBLBKO01"
                                                       "TBLCAT01".
           88 WS-LEGACY-LOAD-RUN                VALUE "TBLLOAD1".
           88 WS-LEGACY-ACK-RUN                 VALUE "TBLACK01".
           88 WS-LEGACY-BACKOUT-RUN             VALUE "TBLBKO01".
       01  WS-LINE-FLAGS.
           05  WS-LF-HOURS             PIC X(1).
           05  WS-LF-WEEKEND           PIC X(1).
           05  WS-LF-REPEAT            PIC X(1).
           05  WS-LF-BACKOUT           PIC X(1).
           05  WS-LF-MAINTCOR          PIC X(1).
           05  WS-LF-SELFAPV           PIC X(1).
       01  WS-LINE-DOW                 PIC 9(1) VALUE ZEROS.
       01  WS-DAY-NUMBER               PIC 9(7) VALUE ZEROS.
       01  WS-WEEK-NUMBER              PIC 9(7) VALUE ZEROS.
       01  WS-DAY-REMAINDER            PIC 9(1) VALUE ZEROS.

      *  Entry state, reset when the table + entry changes: TBLBKOUT
      *  reversal lines not yet matched to the change they reversed,
      *  and the date of the earliest TBLMAINT line seen so far -
      *  that is, the first one after the line in hand.
       01  WS-ENTRY-KEY                PIC X(24) VALUE LOW-VALUES.
       01  WS-PEND-REVERSALS           PIC 9(5) VALUE ZEROS.
       01  WS-MAINT-SEEN-DATE          PIC 9(8) VALUE ZEROS.

      *  The period lines of one entry on one day, held until the
      *  day is complete so a repeated change can be flagged on
      *  every line of the repeat.
       01  WS-GRP-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-GRP-MAX                  PIC 9(3) VALUE ZEROS.
       01  WS-GRP-AREA.
           05  WS-GRP-LINE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GRP-MAX.
               10  WS-GRL-DETAIL       PIC X(80).
               10  WS-GRL-SOURCE       PIC X(1).
               10  WS-GRL-OPERATOR     PIC X(8).
               10  WS-GRL-DOW          PIC 9(1).
               10  WS-GRL-FLAGS        PIC X(6).
               10  WS-GRL-FLAGS-X REDEFINES WS-GRL-FLAGS.
                   15  WS-GRL-HOURS    PIC X(1).
                   15  WS-GRL-WEEKEND  PIC X(1).
                   15  WS-GRL-REPEAT   PIC X(1).
                   15  WS-GRL-BACKOUT  PIC X(1).
                   15  WS-GRL-MAINTCOR PIC X(1).
                   15  WS-GRL-SELFAPV  PIC X(1).
               10  WS-GRL-ACTION       PIC X(1).
                   88 WS-GRL-APPLIED            VALUES "A" "C" "D" "N".
       01  WS-GRP-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-GRP-SUB2                 PIC 9(3) VALUE ZEROS.
       01  WS-GRP-SAME-COUNT           PIC 9(3) VALUE ZEROS.

      *  Summary by operator.
       01  WS-OPR-MAX                  PIC 9(3) VALUE ZEROS.
       01  WS-OPR-AREA.
           05  WS-OPR OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPR-MAX.
               10  WS-OPR-ID           PIC X(8).
               10  WS-OPR-ADDS         PIC 9(7).
               10  WS-OPR-CHANGES      PIC 9(7).
               10  WS-OPR-DELETES      PIC 9(7).
               10  WS-OPR-NOTREC       PIC 9(7).
               10  WS-OPR-QUEUED       PIC 9(7).
               10  WS-OPR-APPROVED     PIC 9(7).
               10  WS-OPR-FLAGGED      PIC 9(7).
       01  WS-OPR-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-OPR-FIND-ID              PIC X(8) VALUE SPACES.

      *  Summary by table. Category master actions carry spaces in
      *  the table id and are shown as CAT.
       01  WS-TSM-MAX                  PIC 9(3) VALUE ZEROS.
       01  WS-TSM-AREA.
           05  WS-TSM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TSM-MAX.
               10  WS-TSM-TABLE-ID     PIC X(4).
               10  WS-TSM-ADDS         PIC 9(7).
               10  WS-TSM-CHANGES      PIC 9(7).
               10  WS-TSM-DELETES      PIC 9(7).
               10  WS-TSM-NOTREC       PIC 9(7).
       01  WS-TSM-SUB                  PIC 9(3) VALUE ZEROS.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-PERIOD-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-EXTRACT-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-FLAGGED-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-SOD-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(25)
                   VALUE "OPERATOR ACTIVITY REVIEW ".
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-SOD-PERIOD-LINE.
           05  FILLER                  PIC X(7)  VALUE "PERIOD ".
           05  WS-PRD-FROM             PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-PRD-TO               PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE "  HOURS".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-PRD-HOURS-FROM       PIC X(4).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  WS-PRD-HOURS-TO         PIC X(4).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-SOD-SECTION-LINE.
           05  WS-SECTION-TEXT         PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-SOD-EXC-HEADING.
           05  FILLER                  PIC X(8)  VALUE "DATE    ".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "TIME  ".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE "ENTRY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE "A".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "OPERATOR".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "HWMBTS".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "APPROVER".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "RUN ID  ".
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-SOD-EXC-DETAIL.
           05  WS-EXC-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-TIME             PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-TBLID            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-ENTRY            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-ACTION           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-FLAGS            PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-CHECKER          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-JOBID            PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-SOD-OPR-HEADING.
           05  FILLER                  PIC X(8)  VALUE "OPERATOR".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "   ADDS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CHANGES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DELETES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "NOT REC".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE " QUEUED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "APPROVED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "FLAGGED".
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-SOD-OPR-DETAIL.
           05  WS-ODT-ID               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-ADDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-CHANGES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-DELETES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-NOTREC           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-QUEUED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-ODT-APPROVED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ODT-FLAGGED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-SOD-TBL-HEADING.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "   ADDS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CHANGES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DELETES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "NOT REC".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-SOD-TBL-DETAIL.
           05  WS-TDT-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TDT-ADDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TDT-CHANGES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TDT-DELETES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TDT-NOTREC           PIC ZZZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-SOD-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-AUDSORT-EOF
               READ AUDSORT
                   AT END
                       SET WS-AUDSORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-PROCESS-AUDIT-LINE
               END-READ
           END-PERFORM
           PERFORM 2900-FLUSH-GROUP
           PERFORM 3000-WRITE-SUMMARIES
           PERFORM 9000-CLOSE-FILES
           IF WS-FLAGGED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  0010-INITIALIZE reads the period card. Without a valid
      *  period there is nothing to review, so the run stops.
       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SODCARD
           IF NOT WS-SODCARD-OK
               DISPLAY "TBLSODR0010E OPEN FAILED FOR SODCARD - "
                   WS-SODCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SODCARD
               AT END
                   DISPLAY "TBLSODR0010E SODCARD IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SODCARD
           IF SCD-FROM-DATE NOT NUMERIC
               OR SCD-TO-DATE NOT NUMERIC
               OR SCD-FROM-DATE > SCD-TO-DATE
               DISPLAY "TBLSODR0010E INVALID PERIOD ON SODCARD - "
                   SCD-REC(1:17)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SCD-FROM-DATE TO WS-FROM-DATE
           MOVE SCD-TO-DATE TO WS-TO-DATE
           IF SCD-HOURS-FROM NOT = SPACES
               MOVE SCD-HOURS-FROM TO WS-HOURS-FROM
           END-IF
           IF SCD-HOURS-TO NOT = SPACES
               MOVE SCD-HOURS-TO TO WS-HOURS-TO
           END-IF
           IF WS-HOURS-FROM NOT NUMERIC
               OR WS-HOURS-TO NOT NUMERIC
               OR WS-HOURS-FROM NOT < WS-HOURS-TO
               DISPLAY "TBLSODR0010E INVALID HOURS ON SODCARD - "
                   SCD-REC(19:9)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SCD-MAINT-PREFIX NOT = SPACES
               MOVE SCD-MAINT-PREFIX TO WS-MAINT-PREFIX
               MOVE ZEROS TO WS-MAINT-PREFIX-LEN
               INSPECT WS-MAINT-PREFIX TALLYING WS-MAINT-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-MAINT-PREFIX-LEN = 0
                   DISPLAY "TBLSODR0010E INVALID RUN ID PREFIX ON "
                       "SODCARD - " SCD-MAINT-PREFIX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT AUDSORT
           IF NOT WS-AUDSORT-OK
               DISPLAY "TBLSODR1000E OPEN FAILED FOR AUDSORT - "
                   WS-AUDSORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SODRPT
           IF NOT WS-SODRPT-OK
               DISPLAY "TBLSODR1000E OPEN FAILED FOR SODRPT - "
                   WS-SODRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SODEXT
           IF NOT WS-SODEXT-OK
               DISPLAY "TBLSODR1000E OPEN FAILED FOR SODEXT - "
                   WS-SODEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE SOD-LINE FROM WS-SOD-HEADING
           MOVE WS-FROM-DATE TO WS-PRD-FROM
           MOVE WS-TO-DATE TO WS-PRD-TO
           MOVE WS-HOURS-FROM TO WS-PRD-HOURS-FROM
           MOVE WS-HOURS-TO TO WS-PRD-HOURS-TO
           WRITE SOD-LINE FROM WS-SOD-PERIOD-LINE
           MOVE "FLAGGED LINES - H HOURS  W WEEKEND  M REPEAT  B BACKED"
               TO WS-SECTION-TEXT
           WRITE SOD-LINE FROM WS-SOD-SECTION-LINE
           MOVE "  OUT  T TBLMAINT SAME DAY  S SELF-APPROVED"
               TO WS-SECTION-TEXT
           WRITE SOD-LINE FROM WS-SOD-SECTION-LINE
           MOVE "ACTION N - APPLIED CHANGE, ACTION NOT RECORDED ON LINE"
               TO WS-SECTION-TEXT
           WRITE SOD-LINE FROM WS-SOD-SECTION-LINE
           WRITE SOD-LINE FROM WS-SOD-EXC-HEADING.

      *  2000-PROCESS-AUDIT-LINE. A new entry, or an earlier day of
      *  the same entry, completes the day held in the group.
       2000-PROCESS-AUDIT-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE AUD-LINE TO WS-AUDIT-DETAIL
           IF AUD-LINE(8:4) NOT = WS-ENTRY-KEY(1:4)
               OR AUD-LINE(14:20) NOT = WS-ENTRY-KEY(5:20)
               PERFORM 2900-FLUSH-GROUP
               MOVE WS-AUD-TABLE-ID TO WS-ENTRY-KEY(1:4)
               MOVE WS-AUD-ENTRY TO WS-ENTRY-KEY(5:20)
               MOVE ZEROS TO WS-PEND-REVERSALS
               MOVE ZEROS TO WS-MAINT-SEEN-DATE
           ELSE
               IF WS-AUD-DATE NOT = WS-GRP-DATE
                   PERFORM 2900-FLUSH-GROUP
               END-IF
           END-IF
           MOVE WS-AUD-DATE TO WS-GRP-DATE
           PERFORM 2100-CLASSIFY-LINE
           PERFORM 2200-CHECK-LATER-ACTIVITY
           IF WS-AUD-DATE NOT < WS-FROM-DATE
               AND WS-AUD-DATE NOT > WS-TO-DATE
               PERFORM 2300-HOLD-PERIOD-LINE
           END-IF.

      *  2100-CLASSIFY-LINE. A line with no action code predates
      *  their recording; its run id says what it was.
       2100-CLASSIFY-LINE.
           MOVE WS-AUD-JOBID TO WS-LEGACY-JOBID
           MOVE WS-AUD-ACTION TO WS-LINE-ACTION
           IF WS-AUD-ACTION = SPACE
               EVALUATE TRUE
                   WHEN WS-LEGACY-LOAD-RUN
                       MOVE "L" TO WS-LINE-ACTION
                   WHEN WS-LEGACY-ACK-RUN
                       MOVE "F" TO WS-LINE-ACTION
                   WHEN WS-LEGACY-BACKOUT-RUN
                       MOVE "R" TO WS-LINE-ACTION
                   WHEN OTHER
                       MOVE "N" TO WS-LINE-ACTION
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-AUD-JOBID(1:WS-MAINT-PREFIX-LEN)
                       = WS-MAINT-PREFIX(1:WS-MAINT-PREFIX-LEN)
                   SET WS-LINE-TBLMAINT TO TRUE
               WHEN WS-LINE-ACTION = "L" OR "F" OR "R"
                   SET WS-LINE-BATCH TO TRUE
               WHEN WS-AUD-ACTION = SPACE
                   AND NOT WS-LEGACY-BATCH-RUN
                   SET WS-LINE-ONLINE TO TRUE
               WHEN WS-AUD-MAKER NOT = SPACES
                   AND WS-AUD-JOBID = WS-AUD-MAKER
                   SET WS-LINE-ONLINE TO TRUE
               WHEN WS-AUD-CHECKER NOT = SPACES
                   AND WS-AUD-JOBID = WS-AUD-CHECKER
                   SET WS-LINE-ONLINE TO TRUE
               WHEN WS-AUD-JOBID(1:2) = "AP"
                   AND WS-AUD-CHECKER NOT = SPACES
                   AND (WS-AUD-ACTION = "A" OR "C" OR "D")
                   SET WS-LINE-ONLINE TO TRUE
               WHEN WS-AUD-MAKER = SPACES
                   AND WS-AUD-TABLE-ID NOT = SPACES
                   AND (WS-AUD-ACTION = "A" OR "C" OR "D")
                   SET WS-LINE-ONLINE TO TRUE
               WHEN OTHER
                   SET WS-LINE-BATCH TO TRUE
           END-EVALUATE
           IF WS-AUD-MAKER NOT = SPACES
               MOVE WS-AUD-MAKER TO WS-LINE-OPERATOR
           ELSE
               MOVE WS-AUD-JOBID TO WS-LINE-OPERATOR
           END-IF.

      *  2200-CHECK-LATER-ACTIVITY sets the flags that depend on what
      *  happened to the entry afterwards, then records this line for
      *  the earlier lines still to come. Each reversal line is used
      *  up by the latest change before it.
       2200-CHECK-LATER-ACTIVITY.
           MOVE SPACES TO WS-LINE-FLAGS
           IF WS-LINE-APPLIED
               IF WS-PEND-REVERSALS > 0
                   SUBTRACT 1 FROM WS-PEND-REVERSALS
                   IF WS-LINE-ONLINE
                       MOVE "Y" TO WS-LF-BACKOUT
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-ONLINE
               AND (WS-LINE-APPLIED OR WS-LINE-ACTION = "Q")
               AND WS-MAINT-SEEN-DATE = WS-AUD-DATE
               MOVE "Y" TO WS-LF-MAINTCOR
           END-IF
           IF WS-LINE-REVERSAL
               ADD 1 TO WS-PEND-REVERSALS
           END-IF
           IF WS-LINE-TBLMAINT
               MOVE WS-AUD-DATE TO WS-MAINT-SEEN-DATE
           END-IF.

      *  2300-HOLD-PERIOD-LINE adds the flags the line carries on its
      *  own and holds it with the rest of the entry's day.
       2300-HOLD-PERIOD-LINE.
           ADD 1 TO WS-PERIOD-COUNT
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-AUD-DATE)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-DAY-REMAINDER
           IF WS-DAY-REMAINDER = 0
               MOVE 7 TO WS-LINE-DOW
           ELSE
               MOVE WS-DAY-REMAINDER TO WS-LINE-DOW
           END-IF
           IF WS-LINE-ONLINE
               IF WS-AUD-TIME(1:4) < WS-HOURS-FROM
                   OR WS-AUD-TIME(1:4) NOT < WS-HOURS-TO
                   MOVE "Y" TO WS-LF-HOURS
               END-IF
               IF WS-LINE-DOW > 5
                   MOVE "Y" TO WS-LF-WEEKEND
               END-IF
           END-IF
           IF WS-LINE-APPLIED
               AND WS-AUD-MAKER NOT = SPACES
               AND WS-AUD-MAKER = WS-AUD-CHECKER
               MOVE "Y" TO WS-LF-SELFAPV
           END-IF
           IF WS-GRP-MAX NOT < 500
               DISPLAY "TBLSODR2300E MORE THAN 500 LINES FOR "
                   WS-AUD-TABLE-ID " " WS-AUD-ENTRY " ON " WS-AUD-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-MAX
           MOVE AUD-LINE TO WS-GRL-DETAIL(WS-GRP-MAX)
           MOVE WS-LINE-SOURCE TO WS-GRL-SOURCE(WS-GRP-MAX)
           MOVE WS-LINE-OPERATOR TO WS-GRL-OPERATOR(WS-GRP-MAX)
           MOVE WS-LINE-DOW TO WS-GRL-DOW(WS-GRP-MAX)
           MOVE WS-LINE-FLAGS TO WS-GRL-FLAGS(WS-GRP-MAX)
           MOVE WS-LINE-ACTION TO WS-GRL-ACTION(WS-GRP-MAX).

      *  2900-FLUSH-GROUP completes the held day: every change by an
      *  operator who changed the entry more than once that day is
      *  flagged, then each line is extracted, counted and, when
      *  flagged, listed.
       2900-FLUSH-GROUP.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-MAX
               IF WS-GRL-APPLIED(WS-GRP-SUB)
                   PERFORM 2910-COUNT-SAME-OPERATOR
                   IF WS-GRP-SAME-COUNT > 1
                       MOVE "Y" TO WS-GRL-REPEAT(WS-GRP-SUB)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-MAX
               PERFORM 2920-REPORT-LINE
           END-PERFORM
           MOVE ZEROS TO WS-GRP-MAX.

       2910-COUNT-SAME-OPERATOR.
           MOVE ZEROS TO WS-GRP-SAME-COUNT
           PERFORM VARYING WS-GRP-SUB2 FROM 1 BY 1
                   UNTIL WS-GRP-SUB2 > WS-GRP-MAX
               IF WS-GRL-APPLIED(WS-GRP-SUB2)
                   AND WS-GRL-OPERATOR(WS-GRP-SUB2)
                       = WS-GRL-OPERATOR(WS-GRP-SUB)
                   ADD 1 TO WS-GRP-SAME-COUNT
               END-IF
           END-PERFORM.

       2920-REPORT-LINE.
           MOVE WS-GRL-DETAIL(WS-GRP-SUB) TO WS-AUDIT-DETAIL
           MOVE SPACES TO SOD-REC
           MOVE WS-AUD-DATE TO SOD-DATE
           MOVE WS-AUD-TIME TO SOD-TIME
           MOVE WS-GRL-DOW(WS-GRP-SUB) TO SOD-DAY-OF-WEEK
           MOVE WS-AUD-TABLE-ID TO SOD-TABLE-ID
           MOVE WS-AUD-ENTRY TO SOD-ENTRY
           MOVE WS-AUD-ACTION TO SOD-ACTION
           MOVE WS-GRL-SOURCE(WS-GRP-SUB) TO SOD-SOURCE
           MOVE WS-GRL-OPERATOR(WS-GRP-SUB) TO SOD-OPERATOR
           MOVE WS-AUD-CHECKER TO SOD-CHECKER
           MOVE WS-AUD-JOBID TO SOD-JOBID
           MOVE WS-GRL-FLAGS(WS-GRP-SUB) TO SOD-FLAGS
           WRITE SOD-REC
           IF NOT WS-SODEXT-OK
               DISPLAY "TBLSODR2920E WRITE FAILED FOR SODEXT - "
                   WS-SODEXT-STATUS " AT " WS-AUD-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-GRL-OPERATOR(WS-GRP-SUB) TO WS-OPR-FIND-ID
           PERFORM 4000-FIND-OPERATOR-SLOT
           EVALUATE WS-GRL-ACTION(WS-GRP-SUB)
               WHEN "A"
                   ADD 1 TO WS-OPR-ADDS(WS-OPR-SUB)
               WHEN "C"
                   ADD 1 TO WS-OPR-CHANGES(WS-OPR-SUB)
               WHEN "D"
                   ADD 1 TO WS-OPR-DELETES(WS-OPR-SUB)
               WHEN "N"
                   ADD 1 TO WS-OPR-NOTREC(WS-OPR-SUB)
               WHEN "Q"
                   ADD 1 TO WS-OPR-QUEUED(WS-OPR-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-GRL-FLAGS(WS-GRP-SUB) NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-OPR-FLAGGED(WS-OPR-SUB)
               PERFORM 2930-WRITE-EXCEPTION
           END-IF
           IF WS-GRL-APPLIED(WS-GRP-SUB)
               PERFORM 2940-COUNT-BY-TABLE
               IF WS-AUD-CHECKER NOT = SPACES
                   MOVE WS-AUD-CHECKER TO WS-OPR-FIND-ID
                   PERFORM 4000-FIND-OPERATOR-SLOT
                   ADD 1 TO WS-OPR-APPROVED(WS-OPR-SUB)
               END-IF
           END-IF.

       2930-WRITE-EXCEPTION.
           MOVE WS-AUD-DATE TO WS-EXC-DATE
           MOVE WS-AUD-TIME TO WS-EXC-TIME
           MOVE WS-AUD-TABLE-ID TO WS-EXC-TBLID
           MOVE WS-AUD-ENTRY TO WS-EXC-ENTRY
           MOVE WS-GRL-ACTION(WS-GRP-SUB) TO WS-EXC-ACTION
           MOVE WS-GRL-OPERATOR(WS-GRP-SUB) TO WS-EXC-OPERATOR
           MOVE WS-GRL-FLAGS(WS-GRP-SUB) TO WS-EXC-FLAGS
           IF WS-GRL-HOURS(WS-GRP-SUB) = "Y"
               MOVE "H" TO WS-EXC-FLAGS(1:1)
           END-IF
           IF WS-GRL-WEEKEND(WS-GRP-SUB) = "Y"
               MOVE "W" TO WS-EXC-FLAGS(2:1)
           END-IF
           IF WS-GRL-REPEAT(WS-GRP-SUB) = "Y"
               MOVE "M" TO WS-EXC-FLAGS(3:1)
           END-IF
           IF WS-GRL-BACKOUT(WS-GRP-SUB) = "Y"
               MOVE "B" TO WS-EXC-FLAGS(4:1)
           END-IF
           IF WS-GRL-MAINTCOR(WS-GRP-SUB) = "Y"
               MOVE "T" TO WS-EXC-FLAGS(5:1)
           END-IF
           IF WS-GRL-SELFAPV(WS-GRP-SUB) = "Y"
               MOVE "S" TO WS-EXC-FLAGS(6:1)
           END-IF
           MOVE WS-AUD-CHECKER TO WS-EXC-CHECKER
           MOVE WS-AUD-JOBID TO WS-EXC-JOBID
           WRITE SOD-LINE FROM WS-SOD-EXC-DETAIL.

       2940-COUNT-BY-TABLE.
           PERFORM VARYING WS-TSM-SUB FROM 1 BY 1
                   UNTIL WS-TSM-SUB > WS-TSM-MAX
                   OR WS-TSM-TABLE-ID(WS-TSM-SUB) = WS-AUD-TABLE-ID
               CONTINUE
           END-PERFORM
           IF WS-TSM-SUB > WS-TSM-MAX
               IF WS-TSM-MAX NOT < 100
                   DISPLAY "TBLSODR2940E MORE THAN 100 TABLE IDS - "
                       WS-AUD-TABLE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TSM-MAX
               MOVE WS-TSM-MAX TO WS-TSM-SUB
               MOVE WS-AUD-TABLE-ID TO WS-TSM-TABLE-ID(WS-TSM-SUB)
               MOVE ZEROS TO WS-TSM-ADDS(WS-TSM-SUB)
               MOVE ZEROS TO WS-TSM-CHANGES(WS-TSM-SUB)
               MOVE ZEROS TO WS-TSM-DELETES(WS-TSM-SUB)
               MOVE ZEROS TO WS-TSM-NOTREC(WS-TSM-SUB)
           END-IF
           EVALUATE WS-GRL-ACTION(WS-GRP-SUB)
               WHEN "A"
                   ADD 1 TO WS-TSM-ADDS(WS-TSM-SUB)
               WHEN "C"
                   ADD 1 TO WS-TSM-CHANGES(WS-TSM-SUB)
               WHEN "D"
                   ADD 1 TO WS-TSM-DELETES(WS-TSM-SUB)
               WHEN OTHER
                   ADD 1 TO WS-TSM-NOTREC(WS-TSM-SUB)
           END-EVALUATE.

       3000-WRITE-SUMMARIES.
           MOVE "ACTIVITY BY OPERATOR" TO WS-SECTION-TEXT
           WRITE SOD-LINE FROM WS-SOD-SECTION-LINE
           WRITE SOD-LINE FROM WS-SOD-OPR-HEADING
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-MAX
               MOVE WS-OPR-ID(WS-OPR-SUB) TO WS-ODT-ID
               MOVE WS-OPR-ADDS(WS-OPR-SUB) TO WS-ODT-ADDS
               MOVE WS-OPR-CHANGES(WS-OPR-SUB) TO WS-ODT-CHANGES
               MOVE WS-OPR-DELETES(WS-OPR-SUB) TO WS-ODT-DELETES
               MOVE WS-OPR-NOTREC(WS-OPR-SUB) TO WS-ODT-NOTREC
               MOVE WS-OPR-QUEUED(WS-OPR-SUB) TO WS-ODT-QUEUED
               MOVE WS-OPR-APPROVED(WS-OPR-SUB) TO WS-ODT-APPROVED
               MOVE WS-OPR-FLAGGED(WS-OPR-SUB) TO WS-ODT-FLAGGED
               WRITE SOD-LINE FROM WS-SOD-OPR-DETAIL
           END-PERFORM
           MOVE "ACTIVITY BY TABLE" TO WS-SECTION-TEXT
           WRITE SOD-LINE FROM WS-SOD-SECTION-LINE
           WRITE SOD-LINE FROM WS-SOD-TBL-HEADING
           PERFORM VARYING WS-TSM-SUB FROM 1 BY 1
                   UNTIL WS-TSM-SUB > WS-TSM-MAX
               IF WS-TSM-TABLE-ID(WS-TSM-SUB) = SPACES
                   MOVE "CAT " TO WS-TDT-TBLID
               ELSE
                   MOVE WS-TSM-TABLE-ID(WS-TSM-SUB) TO WS-TDT-TBLID
               END-IF
               MOVE WS-TSM-ADDS(WS-TSM-SUB) TO WS-TDT-ADDS
               MOVE WS-TSM-CHANGES(WS-TSM-SUB) TO WS-TDT-CHANGES
               MOVE WS-TSM-DELETES(WS-TSM-SUB) TO WS-TDT-DELETES
               MOVE WS-TSM-NOTREC(WS-TSM-SUB) TO WS-TDT-NOTREC
               WRITE SOD-LINE FROM WS-SOD-TBL-DETAIL
           END-PERFORM
           MOVE "AUDIT LINES READ        " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           WRITE SOD-LINE FROM WS-SOD-TOTAL-LINE
           MOVE "LINES IN PERIOD         " TO WS-TOT-LABEL
           MOVE WS-PERIOD-COUNT TO WS-TOT-VALUE
           WRITE SOD-LINE FROM WS-SOD-TOTAL-LINE
           MOVE "WRITTEN TO SODEXT       " TO WS-TOT-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-TOT-VALUE
           WRITE SOD-LINE FROM WS-SOD-TOTAL-LINE
           MOVE "LINES FLAGGED           " TO WS-TOT-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-TOT-VALUE
           WRITE SOD-LINE FROM WS-SOD-TOTAL-LINE.

      *  4000-FIND-OPERATOR-SLOT returns in WS-OPR-SUB the summary
      *  slot for WS-OPR-FIND-ID, opening one on first sight.
       4000-FIND-OPERATOR-SLOT.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-MAX
                   OR WS-OPR-ID(WS-OPR-SUB) = WS-OPR-FIND-ID
               CONTINUE
           END-PERFORM
           IF WS-OPR-SUB > WS-OPR-MAX
               IF WS-OPR-MAX NOT < 200
                   DISPLAY "TBLSODR4000E MORE THAN 200 OPERATORS - "
                       WS-OPR-FIND-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPR-MAX
               MOVE WS-OPR-MAX TO WS-OPR-SUB
               MOVE WS-OPR-FIND-ID TO WS-OPR-ID(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-ADDS(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-CHANGES(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-DELETES(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-NOTREC(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-QUEUED(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-APPROVED(WS-OPR-SUB)
               MOVE ZEROS TO WS-OPR-FLAGGED(WS-OPR-SUB)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE AUDSORT
           CLOSE SODRPT
           CLOSE SODEXT.
