      *  the PATH over TBLMSTR's MST-COUNT alternate index (defined
      *  and BLDINDEX-rebuilt in TBLLOAD.jcl's SWAPSTEP) - a direct
      *  keyed READ, not a sequential browse, since req 001 lets the
      *  table run to 99,999 rows. A lookup by value or by count
      *  also lists any change queued against the entry on the
      *  PNDCHG pending file (see CPPNDCHG) on the history lines -
      *  awaiting approval or approved and scheduled - so the
      *  operator sees what the entry will carry and from when.
      ******************************************************************
       ENVIRONMENT DIVISION.

           COPY CPTBLMST.
           COPY CPTBLHST.
           COPY CPAUDXRF.
           COPY CPPNDCHG.

       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "COUNT ".
           05  WS-HD-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "ACTION ".
           05  WS-HD-ACTION            PIC X(1).
           05  FILLER                  PIC X(25) VALUE SPACES.

      *  Queued-change work fields - the browse over PNDCHG lists
      *  the entry's queued changes, earliest first, on the same six
      *  lines, each marked awaiting approval or scheduled.
       01  WS-SCHED-TABLE-ID           PIC X(4) VALUE SPACES.
       01  WS-SCHED-ENTRY              PIC X(20) VALUE SPACES.
       01  WS-SCHED-TOTAL              PIC 9(5) VALUE ZEROS.

       01  WS-SCHED-DETAIL.
           05  WS-SD-STATE             PIC X(10).
           05  WS-SD-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "ACTION ".
           05  WS-SD-ACTION            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "COUNT ".
           05  WS-SD-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "CAT ".
           05  WS-SD-CATEGORY          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-STATUS            PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SD-DESC              PIC X(20).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-SCHED-MSG.
           05  WS-SM-LEAD              PIC X(26).
           05  WS-SM-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(32)
                   VALUE " CHANGE(S) QUEUED - SEE BELOW".
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-HIST-MSG.
           05  WS-HM-COUNT             PIC ZZZZ9.
               MOVE "ENTRY FOUND" TO WS-MESSAGE
           ELSE
               MOVE "NO MATCHING ENTRY ON FILE" TO WS-MESSAGE
           END-IF
           MOVE TBLTBLI TO WS-SCHED-TABLE-ID
           MOVE TBLSRCHI TO WS-SCHED-ENTRY
           PERFORM 2600-LIST-SCHEDULED.

       2200-LOOKUP-BY-COUNT.
           MOVE TBLCNTI TO WS-SEARCH-COUNT
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-MOVE-RESULT-FIELDS
               MOVE "ENTRY FOUND" TO WS-MESSAGE
               MOVE MST-TABLE-ID TO WS-SCHED-TABLE-ID
               MOVE MST-ENTRY TO WS-SCHED-ENTRY
               PERFORM 2600-LIST-SCHEDULED
           ELSE
               MOVE "NO ENTRY AT THAT WS-COUNT" TO WS-MESSAGE
           END-IF.
           MOVE AXR-TIME TO WS-HD-TIME
           MOVE AXR-JOBID TO WS-HD-JOBID
           MOVE AXR-COUNT TO WS-HD-COUNT
           MOVE AXR-ACTION TO WS-HD-ACTION
           MOVE WS-HIST-DETAIL TO WS-HIST-LINE(WS-HIST-SHOWN).

       2500-MOVE-RESULT-FIELDS.
           MOVE MST-STATUS TO WS-RESULT-STATUS
           MOVE MST-DESC TO WS-RESULT-DESC.

      *  2600-LIST-SCHEDULED browses the PNDCHG pending file for the
      *  entry in WS-SCHED-TABLE-ID / WS-SCHED-ENTRY. The key order
      *  is entry then effective date, so the first six found are
      *  the six soonest to take effect; the message carries the
      *  full count. An entry not yet on TBLMSTR with an add
      *  queued shows the add here.
       2600-LIST-SCHEDULED.
           MOVE ZERO TO WS-HIST-SHOWN
           MOVE ZEROS TO WS-SCHED-TOTAL
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-SCHED-TABLE-ID TO PND-TABLE-ID
           MOVE WS-SCHED-ENTRY TO PND-ENTRY
           MOVE ZEROS TO PND-EFF-DATE
           EXEC CICS STARTBR DATASET("PNDCHG")
               RIDFLD(PND-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT DATASET("PNDCHG")
                   INTO(PND-REC)
                   RIDFLD(PND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR PND-TABLE-ID NOT = WS-SCHED-TABLE-ID
                   OR PND-ENTRY NOT = WS-SCHED-ENTRY
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   PERFORM 2610-ADD-SCHEDULED-LINE
               END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET("PNDCHG")
               RESP(WS-RESP)
           END-EXEC
           IF WS-SCHED-TOTAL > ZEROS
               MOVE WS-MESSAGE TO WS-SM-LEAD
               MOVE WS-SCHED-TOTAL TO WS-SM-COUNT
               MOVE WS-SCHED-MSG TO WS-MESSAGE
           END-IF.

       2610-ADD-SCHEDULED-LINE.
           ADD 1 TO WS-SCHED-TOTAL
           IF WS-HIST-SHOWN < 6
               ADD 1 TO WS-HIST-SHOWN
               IF PND-AWAITING
                   MOVE "AWAIT APPR" TO WS-SD-STATE
               ELSE
                   MOVE "SCHEDULED " TO WS-SD-STATE
               END-IF
               MOVE PND-EFF-DATE TO WS-SD-EFF-DATE
               MOVE PND-ACTION TO WS-SD-ACTION
               MOVE PND-COUNT TO WS-SD-COUNT
               MOVE PND-CATEGORY TO WS-SD-CATEGORY
               MOVE PND-STATUS TO WS-SD-STATUS
               MOVE PND-DESC TO WS-SD-DESC
               MOVE WS-SCHED-DETAIL TO WS-HIST-LINE(WS-HIST-SHOWN)
           END-IF.

       2900-SEND-RESULT-MAP.
           MOVE SPACES TO TBLMAPO
           MOVE WS-RESULT-ENTRY TO TBLENTO
