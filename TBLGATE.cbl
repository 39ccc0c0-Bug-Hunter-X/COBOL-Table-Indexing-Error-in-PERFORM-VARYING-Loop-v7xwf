       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLGATE.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLGATE - volume tolerance gate between the nightly shadow
      *  build and the swap. LOADSTEP's balancing only proves the
      *  shadow holds what the extract's trailer says; a truncated
      *  or half-empty extract with a matching trailer balances just
      *  as well. This program matches the shadow master TBLLOAD has
      *  just built against the live master still in service, on
      *  the table key, and counts per table the live and shadow
      *  entries and the entries added, dropped and changed (the
      *  business fields - a MST-COUNT position shift alone is not a
      *  change). Each count is held against the GATECTL tolerance
      *  for its table, a whole percentage of the live entry count.
      *  GATERPT lists every table with its counts and OK, BREACH or
      *  RELEASED, and under a table out of tolerance the measure,
      *  its percentage and the limit it broke.
      *  A breach ends the step RC=8 so SWAPSTEP and everything
      *  after it are skipped and yesterday's table stays in
      *  service; the ledger extract is held back with it. The L
      *  images and L audit lines LOADSTEP has already filed on
      *  TBLHIST and AUDITLOG are not, and GATERPT says so: if the
      *  breach is not released, data control remove tonight's.
      *  Once data control have confirmed the movement is genuine
      *  they key a GATEOVR card for the table (or ALL) dated today
      *  and restart the job at GATESTEP; the released breach is
      *  still printed, with who released it and why, and the step
      *  ends RC=4 so the swap goes ahead. Both masters arrive in
      *  key order - each is a KSDS read in sequence - so one
      *  balanced pass covers the pair, as in TBLCOMP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVEMSTR ASSIGN TO "LIVEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIV-TBL-KEY
               FILE STATUS IS WS-LIVEMSTR-STATUS.

           SELECT SHDWMSTR ASSIGN TO "SHDWMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHD-TBL-KEY
               FILE STATUS IS WS-SHDWMSTR-STATUS.

           SELECT GATECTL ASSIGN TO "GATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATECTL-STATUS.

           SELECT GATEOVR ASSIGN TO "GATEOVR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATEOVR-STATUS.

           SELECT GATERPT ASSIGN TO "GATERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVEMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==LIV==.

       FD  SHDWMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==SHD==.

       FD  GATECTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPGATCTL.

       FD  GATEOVR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPGATOVR.

       FD  GATERPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  GATE-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LIVEMSTR-STATUS          PIC XX VALUE "00".
           88 WS-LIVEMSTR-OK                    VALUE "00".
           88 WS-LIVEMSTR-EOF                   VALUE "10".

       01  WS-SHDWMSTR-STATUS          PIC XX VALUE "00".
           88 WS-SHDWMSTR-OK                    VALUE "00".
           88 WS-SHDWMSTR-EOF                   VALUE "10".

       01  WS-GATECTL-STATUS           PIC XX VALUE "00".
           88 WS-GATECTL-OK                     VALUE "00".
           88 WS-GATECTL-EOF                    VALUE "10".

       01  WS-GATEOVR-STATUS           PIC XX VALUE "00".
           88 WS-GATEOVR-OK                     VALUE "00".
           88 WS-GATEOVR-EOF                    VALUE "10".

       01  WS-GATERPT-STATUS           PIC XX VALUE "00".
           88 WS-GATERPT-OK                     VALUE "00".

      *  Key images for the balanced match - HIGH-VALUES marks a side
      *  that has reached end of file so the other side drains as all
      *  adds or all drops.
       01  WS-LIVE-KEY                 PIC X(24) VALUE HIGH-VALUES.
       01  WS-SHDW-KEY                 PIC X(24) VALUE HIGH-VALUES.

      *  The ALL card's limits. The run will not start without one,
      *  so a table new to the extract is never let through
      *  unchecked for want of a card.
       01  WS-DEFAULT-LIMITS.
           05  WS-DEF-MAX-DROP         PIC 9(3) VALUE ZEROS.
           05  WS-DEF-MAX-ADD          PIC 9(3) VALUE ZEROS.
           05  WS-DEF-MAX-CHG          PIC 9(3) VALUE ZEROS.
       01  WS-DEFAULT-STATUS           PIC X VALUE "N".
           88 WS-DEFAULT-SET                    VALUE "Y".
           88 WS-DEFAULT-NONE                   VALUE "N".

      *  Per-table controls: one slot per table id met on a card or
      *  on either master, with its limits, its counts and the
      *  outcome of the check.
       01  WS-GATE-MAX                 PIC 9(3) VALUE ZEROS.
       01  WS-GATE-AREA.
           05  WS-GATE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-GATE-MAX.
               10  WS-GTE-TABLE-ID     PIC X(4).
               10  WS-GTE-MAX-DROP     PIC 9(3).
               10  WS-GTE-MAX-ADD      PIC 9(3).
               10  WS-GTE-MAX-CHG      PIC 9(3).
               10  WS-GTE-LIVE         PIC 9(7).
               10  WS-GTE-SHADOW       PIC 9(7).
               10  WS-GTE-ADDED        PIC 9(7).
               10  WS-GTE-DROPPED      PIC 9(7).
               10  WS-GTE-CHANGED      PIC 9(7).
       01  WS-GATE-SUB                 PIC 9(3) VALUE ZEROS.
       01  WS-GATE-FIND-ID             PIC X(4) VALUE SPACES.

      *  Today's GATEOVR releases. An ALL release covers every table.
       01  WS-RELEASE-MAX              PIC 9(3) VALUE ZEROS.
       01  WS-RELEASE-AREA.
           05  WS-RELEASE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RELEASE-MAX.
               10  WS-RLS-TABLE-ID     PIC X(4).
               10  WS-RLS-BY           PIC X(8).
               10  WS-RLS-REASON       PIC X(30).
       01  WS-RELEASE-SUB              PIC 9(3) VALUE ZEROS.
       01  WS-RELEASE-FOUND            PIC X VALUE "N".
           88 WS-RELEASE-ON-FILE                VALUE "Y".
           88 WS-RELEASE-NONE                   VALUE "N".

      *  Outcome of the table being checked.
       01  WS-TABLE-RESULT             PIC X VALUE "K".
           88 WS-TABLE-OK                       VALUE "K".
           88 WS-TABLE-BREACHED                 VALUE "B".
       01  WS-DROP-BREACH              PIC X VALUE "N".
           88 WS-DROP-OVER                      VALUE "Y".
       01  WS-ADD-BREACH               PIC X VALUE "N".
           88 WS-ADD-OVER                       VALUE "Y".
       01  WS-CHG-BREACH               PIC X VALUE "N".
           88 WS-CHG-OVER                       VALUE "Y".
       01  WS-MEASURE-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-MEASURE-LIMIT            PIC 9(3) VALUE ZEROS.
       01  WS-MEASURE-PCT              PIC 9(5)V9 VALUE ZEROS.
       01  WS-MEASURE-PCT-ED           PIC ZZZZ9.9.

       01  WS-TABLES-CHECKED           PIC 9(5) VALUE ZEROS.
       01  WS-BREACH-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-RELEASED-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-LIVE-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-SHDW-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-GATE-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(21)
                   VALUE "TBLMSTR SWAP GATE RPT".
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-GATE-COL-HEADING.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "   LIVE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE " SHADOW".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "  ADDED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DROPPED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CHANGED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "RESULT  ".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-GATE-DETAIL.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-LIVE             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-SHADOW           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ADDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-DROPPED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-CHANGED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(8).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-GATE-BREACH-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-BRC-MEASURE          PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-BRC-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE " = ".
           05  WS-BRC-PCT              PIC X(7).
           05  FILLER                  PIC X(16)
                   VALUE " PCT, LIMIT IS ".
           05  WS-BRC-LIMIT            PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE " PCT".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-GATE-RELEASE-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "RELEASED BY ".
           05  WS-RLL-BY               PIC X(8).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  WS-RLL-REASON           PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-GATE-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-GATE-STATUS-LINE.
           05  WS-STATUS-TEXT          PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-LIVE
           PERFORM 1200-READ-SHADOW
           PERFORM 2000-MATCH-MASTERS
               UNTIL WS-LIVE-KEY = HIGH-VALUES
                 AND WS-SHDW-KEY = HIGH-VALUES
           PERFORM 3000-CHECK-TOLERANCES
           PERFORM 9000-CLOSE-FILES
           EVALUATE TRUE
               WHEN WS-BREACH-COUNT > 0
                   DISPLAY "TBLGATE3000E VOLUME TOLERANCE BREACHED - "
                       "SWAP STOPPED, SEE GATERPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RELEASED-COUNT > 0
                   DISPLAY "TBLGATE3000W TOLERANCE BREACH RELEASED "
                       "ON GATEOVR - SEE GATERPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *  0010-INITIALIZE reads the tolerance cards and today's
      *  release cards. A card that does not carry a table id and
      *  numeric values stops the run - with RC=16 the swap is
      *  skipped just as for a breach.
       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT GATECTL
           IF NOT WS-GATECTL-OK
               DISPLAY "TBLGATE0010E OPEN FAILED FOR GATECTL - "
                   WS-GATECTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GATECTL-EOF
               READ GATECTL
                   AT END
                       SET WS-GATECTL-EOF TO TRUE
                   NOT AT END
                       IF NOT GCT-COMMENT-CARD
                           PERFORM 0020-STORE-TOLERANCE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GATECTL
           IF WS-DEFAULT-NONE
               DISPLAY "TBLGATE0010E NO ALL CARD ON GATECTL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GATEOVR
           IF WS-GATEOVR-OK
               PERFORM UNTIL WS-GATEOVR-EOF
                   READ GATEOVR
                       AT END
                           SET WS-GATEOVR-EOF TO TRUE
                       NOT AT END
                           PERFORM 0030-STORE-RELEASE-CARD
                   END-READ
               END-PERFORM
               CLOSE GATEOVR
           END-IF.

       0020-STORE-TOLERANCE-CARD.
           IF GCT-TABLE-ID = SPACES
               OR GCT-MAX-DROP-PCT NOT NUMERIC
               OR GCT-MAX-ADD-PCT NOT NUMERIC
               OR GCT-MAX-CHG-PCT NOT NUMERIC
               DISPLAY "TBLGATE0020E INVALID GATECTL CARD - "
                   GCT-REC(1:16)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GCT-TABLE-ID = "ALL "
               MOVE GCT-MAX-DROP-PCT TO WS-DEF-MAX-DROP
               MOVE GCT-MAX-ADD-PCT TO WS-DEF-MAX-ADD
               MOVE GCT-MAX-CHG-PCT TO WS-DEF-MAX-CHG
               SET WS-DEFAULT-SET TO TRUE
           ELSE
               MOVE GCT-TABLE-ID TO WS-GATE-FIND-ID
               PERFORM 4000-FIND-TABLE-SLOT
               MOVE GCT-MAX-DROP-PCT TO WS-GTE-MAX-DROP(WS-GATE-SUB)
               MOVE GCT-MAX-ADD-PCT TO WS-GTE-MAX-ADD(WS-GATE-SUB)
               MOVE GCT-MAX-CHG-PCT TO WS-GTE-MAX-CHG(WS-GATE-SUB)
           END-IF.

      *  A release card dated other than today is passed over - it
      *  belongs to an earlier night's breach.
       0030-STORE-RELEASE-CARD.
           IF GOV-TABLE-ID = SPACES
               OR GOV-RUN-DATE NOT NUMERIC
               OR GOV-RELEASED-BY = SPACES
               DISPLAY "TBLGATE0030E INVALID GATEOVR CARD - "
                   GOV-REC(1:22)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GOV-RUN-DATE = WS-RUN-DATE
               IF WS-RELEASE-MAX NOT < 100
                   DISPLAY "TBLGATE0030E MORE THAN 100 GATEOVR CARDS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RELEASE-MAX
               MOVE GOV-TABLE-ID TO WS-RLS-TABLE-ID(WS-RELEASE-MAX)
               MOVE GOV-RELEASED-BY TO WS-RLS-BY(WS-RELEASE-MAX)
               MOVE GOV-REASON TO WS-RLS-REASON(WS-RELEASE-MAX)
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT LIVEMSTR
           IF NOT WS-LIVEMSTR-OK
               DISPLAY "TBLGATE1000E OPEN FAILED FOR LIVEMSTR - "
                   WS-LIVEMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SHDWMSTR
           IF NOT WS-SHDWMSTR-OK
               DISPLAY "TBLGATE1000E OPEN FAILED FOR SHDWMSTR - "
                   WS-SHDWMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GATERPT
           IF NOT WS-GATERPT-OK
               DISPLAY "TBLGATE1000E OPEN FAILED FOR GATERPT - "
                   WS-GATERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE GATE-LINE FROM WS-GATE-HEADING
           WRITE GATE-LINE FROM WS-GATE-COL-HEADING.

       1100-READ-LIVE.
           READ LIVEMSTR
               AT END
                   SET WS-LIVEMSTR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   MOVE LIV-TBL-KEY TO WS-LIVE-KEY
                   ADD 1 TO WS-LIVE-COUNT
           END-READ.

       1200-READ-SHADOW.
           READ SHDWMSTR
               AT END
                   SET WS-SHDWMSTR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SHDW-KEY
               NOT AT END
                   MOVE SHD-TBL-KEY TO WS-SHDW-KEY
                   ADD 1 TO WS-SHDW-COUNT
           END-READ.

      *  2000-MATCH-MASTERS counts each key against its own table.
      *  The ledger disposition flag and the MST-COUNT position are
      *  left out of the change compare, as in TBLCOMP's delta - one
      *  entry added early in a table shifts every position after
      *  it without those entries having changed.
       2000-MATCH-MASTERS.
           EVALUATE TRUE
               WHEN WS-LIVE-KEY < WS-SHDW-KEY
                   MOVE LIV-TABLE-ID TO WS-GATE-FIND-ID
                   PERFORM 4000-FIND-TABLE-SLOT
                   ADD 1 TO WS-GTE-LIVE(WS-GATE-SUB)
                   ADD 1 TO WS-GTE-DROPPED(WS-GATE-SUB)
                   PERFORM 1100-READ-LIVE
               WHEN WS-LIVE-KEY > WS-SHDW-KEY
                   MOVE SHD-TABLE-ID TO WS-GATE-FIND-ID
                   PERFORM 4000-FIND-TABLE-SLOT
                   ADD 1 TO WS-GTE-SHADOW(WS-GATE-SUB)
                   ADD 1 TO WS-GTE-ADDED(WS-GATE-SUB)
                   PERFORM 1200-READ-SHADOW
               WHEN OTHER
                   MOVE SHD-TABLE-ID TO WS-GATE-FIND-ID
                   PERFORM 4000-FIND-TABLE-SLOT
                   ADD 1 TO WS-GTE-LIVE(WS-GATE-SUB)
                   ADD 1 TO WS-GTE-SHADOW(WS-GATE-SUB)
                   IF LIV-CATEGORY NOT = SHD-CATEGORY
                       OR LIV-EFF-DATE NOT = SHD-EFF-DATE
                       OR LIV-STATUS NOT = SHD-STATUS
                       OR LIV-DESC NOT = SHD-DESC
                       ADD 1 TO WS-GTE-CHANGED(WS-GATE-SUB)
                   END-IF
                   PERFORM 1100-READ-LIVE
                   PERFORM 1200-READ-SHADOW
           END-EVALUATE.

      *  3000-CHECK-TOLERANCES prints one line per table with the
      *  outcome of its check, then the run totals and the verdict
      *  on the swap.
       3000-CHECK-TOLERANCES.
           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                   UNTIL WS-GATE-SUB > WS-GATE-MAX
               IF WS-GTE-LIVE(WS-GATE-SUB) > 0
                   OR WS-GTE-SHADOW(WS-GATE-SUB) > 0
                   PERFORM 3100-CHECK-TABLE
               END-IF
           END-PERFORM
           MOVE "TABLES CHECKED          " TO WS-TOT-LABEL
           MOVE WS-TABLES-CHECKED TO WS-TOT-VALUE
           WRITE GATE-LINE FROM WS-GATE-TOTAL-LINE
           MOVE "TABLES BREACHED         " TO WS-TOT-LABEL
           MOVE WS-BREACH-COUNT TO WS-TOT-VALUE
           WRITE GATE-LINE FROM WS-GATE-TOTAL-LINE
           MOVE "TABLES RELEASED         " TO WS-TOT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-TOT-VALUE
           WRITE GATE-LINE FROM WS-GATE-TOTAL-LINE
           MOVE "LIVE ENTRIES            " TO WS-TOT-LABEL
           MOVE WS-LIVE-COUNT TO WS-TOT-VALUE
           WRITE GATE-LINE FROM WS-GATE-TOTAL-LINE
           MOVE "SHADOW ENTRIES          " TO WS-TOT-LABEL
           MOVE WS-SHDW-COUNT TO WS-TOT-VALUE
           WRITE GATE-LINE FROM WS-GATE-TOTAL-LINE
           IF WS-BREACH-COUNT > 0
               MOVE "SWAP STOPPED - PRIOR TABLE STAYS IN SERVICE"
                   TO WS-STATUS-TEXT
               WRITE GATE-LINE FROM WS-GATE-STATUS-LINE
               MOVE "LOAD L IMAGES ARE ALREADY ON TBLHIST AND AUDITLOG"
                   TO WS-STATUS-TEXT
               WRITE GATE-LINE FROM WS-GATE-STATUS-LINE
               MOVE "REMOVE TONIGHT'S UNLESS THIS BREACH IS RELEASED"
                   TO WS-STATUS-TEXT
           ELSE
               MOVE "WITHIN TOLERANCE - SWAP RELEASED"
                   TO WS-STATUS-TEXT
           END-IF
           WRITE GATE-LINE FROM WS-GATE-STATUS-LINE.

      *  3100-CHECK-TABLE holds each count against its limit as
      *  count * 100 > limit * live entries, so no percentage is
      *  rounded into or out of a breach. A table with no live
      *  entries breaches on any add unless its add limit is 999.
       3100-CHECK-TABLE.
           ADD 1 TO WS-TABLES-CHECKED
           SET WS-TABLE-OK TO TRUE
           MOVE "N" TO WS-DROP-BREACH
           MOVE "N" TO WS-ADD-BREACH
           MOVE "N" TO WS-CHG-BREACH
           IF WS-GTE-MAX-DROP(WS-GATE-SUB) NOT = 999
               AND WS-GTE-DROPPED(WS-GATE-SUB) * 100 >
                   WS-GTE-MAX-DROP(WS-GATE-SUB)
                   * WS-GTE-LIVE(WS-GATE-SUB)
               SET WS-DROP-OVER TO TRUE
               SET WS-TABLE-BREACHED TO TRUE
           END-IF
           IF WS-GTE-MAX-ADD(WS-GATE-SUB) NOT = 999
               AND WS-GTE-ADDED(WS-GATE-SUB) * 100 >
                   WS-GTE-MAX-ADD(WS-GATE-SUB)
                   * WS-GTE-LIVE(WS-GATE-SUB)
               SET WS-ADD-OVER TO TRUE
               SET WS-TABLE-BREACHED TO TRUE
           END-IF
           IF WS-GTE-MAX-CHG(WS-GATE-SUB) NOT = 999
               AND WS-GTE-CHANGED(WS-GATE-SUB) * 100 >
                   WS-GTE-MAX-CHG(WS-GATE-SUB)
                   * WS-GTE-LIVE(WS-GATE-SUB)
               SET WS-CHG-OVER TO TRUE
               SET WS-TABLE-BREACHED TO TRUE
           END-IF
           SET WS-RELEASE-NONE TO TRUE
           IF WS-TABLE-BREACHED
               PERFORM 3300-FIND-RELEASE
           END-IF
           MOVE WS-GTE-TABLE-ID(WS-GATE-SUB) TO WS-DTL-TBLID
           MOVE WS-GTE-LIVE(WS-GATE-SUB) TO WS-DTL-LIVE
           MOVE WS-GTE-SHADOW(WS-GATE-SUB) TO WS-DTL-SHADOW
           MOVE WS-GTE-ADDED(WS-GATE-SUB) TO WS-DTL-ADDED
           MOVE WS-GTE-DROPPED(WS-GATE-SUB) TO WS-DTL-DROPPED
           MOVE WS-GTE-CHANGED(WS-GATE-SUB) TO WS-DTL-CHANGED
           EVALUATE TRUE
               WHEN WS-TABLE-OK
                   MOVE "OK" TO WS-DTL-RESULT
               WHEN WS-RELEASE-ON-FILE
                   MOVE "RELEASED" TO WS-DTL-RESULT
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   MOVE "BREACH" TO WS-DTL-RESULT
                   ADD 1 TO WS-BREACH-COUNT
           END-EVALUATE
           WRITE GATE-LINE FROM WS-GATE-DETAIL
           IF WS-DROP-OVER
               MOVE "DROPPED" TO WS-BRC-MEASURE
               MOVE WS-GTE-DROPPED(WS-GATE-SUB) TO WS-MEASURE-COUNT
               MOVE WS-GTE-MAX-DROP(WS-GATE-SUB) TO WS-MEASURE-LIMIT
               PERFORM 3200-WRITE-BREACH-LINE
           END-IF
           IF WS-ADD-OVER
               MOVE "ADDED" TO WS-BRC-MEASURE
               MOVE WS-GTE-ADDED(WS-GATE-SUB) TO WS-MEASURE-COUNT
               MOVE WS-GTE-MAX-ADD(WS-GATE-SUB) TO WS-MEASURE-LIMIT
               PERFORM 3200-WRITE-BREACH-LINE
           END-IF
           IF WS-CHG-OVER
               MOVE "CHANGED" TO WS-BRC-MEASURE
               MOVE WS-GTE-CHANGED(WS-GATE-SUB) TO WS-MEASURE-COUNT
               MOVE WS-GTE-MAX-CHG(WS-GATE-SUB) TO WS-MEASURE-LIMIT
               PERFORM 3200-WRITE-BREACH-LINE
           END-IF
           IF WS-RELEASE-ON-FILE
               MOVE WS-RLS-BY(WS-RELEASE-SUB) TO WS-RLL-BY
               MOVE WS-RLS-REASON(WS-RELEASE-SUB) TO WS-RLL-REASON
               WRITE GATE-LINE FROM WS-GATE-RELEASE-LINE
           END-IF.

       3200-WRITE-BREACH-LINE.
           MOVE WS-MEASURE-COUNT TO WS-BRC-COUNT
           MOVE WS-MEASURE-LIMIT TO WS-BRC-LIMIT
           IF WS-GTE-LIVE(WS-GATE-SUB) = 0
               MOVE "NO LIVE" TO WS-BRC-PCT
           ELSE
               COMPUTE WS-MEASURE-PCT ROUNDED =
                   WS-MEASURE-COUNT * 100 / WS-GTE-LIVE(WS-GATE-SUB)
               MOVE WS-MEASURE-PCT TO WS-MEASURE-PCT-ED
               MOVE WS-MEASURE-PCT-ED TO WS-BRC-PCT
           END-IF
           WRITE GATE-LINE FROM WS-GATE-BREACH-LINE.

      *  3300-FIND-RELEASE looks for today's release of the table,
      *  then for an ALL release.
       3300-FIND-RELEASE.
           PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                   UNTIL WS-RELEASE-SUB > WS-RELEASE-MAX
                   OR WS-RLS-TABLE-ID(WS-RELEASE-SUB)
                       = WS-GTE-TABLE-ID(WS-GATE-SUB)
               CONTINUE
           END-PERFORM
           IF WS-RELEASE-SUB > WS-RELEASE-MAX
               PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                       UNTIL WS-RELEASE-SUB > WS-RELEASE-MAX
                       OR WS-RLS-TABLE-ID(WS-RELEASE-SUB) = "ALL "
                   CONTINUE
               END-PERFORM
           END-IF
           IF WS-RELEASE-SUB NOT > WS-RELEASE-MAX
               SET WS-RELEASE-ON-FILE TO TRUE
           END-IF.

      *  4000-FIND-TABLE-SLOT returns in WS-GATE-SUB the slot for
      *  WS-GATE-FIND-ID, opening one on first sight with the ALL
      *  card's limits.
       4000-FIND-TABLE-SLOT.
           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                   UNTIL WS-GATE-SUB > WS-GATE-MAX
                   OR WS-GTE-TABLE-ID(WS-GATE-SUB) = WS-GATE-FIND-ID
               CONTINUE
           END-PERFORM
           IF WS-GATE-SUB > WS-GATE-MAX
               IF WS-GATE-MAX NOT < 100
                   DISPLAY "TBLGATE4000E MORE THAN 100 TABLE IDS - "
                       WS-GATE-FIND-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GATE-MAX
               MOVE WS-GATE-MAX TO WS-GATE-SUB
               MOVE WS-GATE-FIND-ID TO WS-GTE-TABLE-ID(WS-GATE-SUB)
               MOVE WS-DEF-MAX-DROP TO WS-GTE-MAX-DROP(WS-GATE-SUB)
               MOVE WS-DEF-MAX-ADD TO WS-GTE-MAX-ADD(WS-GATE-SUB)
               MOVE WS-DEF-MAX-CHG TO WS-GTE-MAX-CHG(WS-GATE-SUB)
               MOVE ZEROS TO WS-GTE-LIVE(WS-GATE-SUB)
               MOVE ZEROS TO WS-GTE-SHADOW(WS-GATE-SUB)
               MOVE ZEROS TO WS-GTE-ADDED(WS-GATE-SUB)
               MOVE ZEROS TO WS-GTE-DROPPED(WS-GATE-SUB)
               MOVE ZEROS TO WS-GTE-CHANGED(WS-GATE-SUB)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE LIVEMSTR
           CLOSE SHDWMSTR
           CLOSE GATERPT.
