      *****************************************************************
      *  CPDSTLOG - record layout for the DISTLOG distribution log.
      *  TBLDIST appends one record per subscriber and subscribed
      *  table for every business date it runs, whether or not the
      *  subscriber was due: SENT with the number of detail records
      *  that went out in that night's envelope, HELD for a changes-
      *  only subscriber not due tonight whose changes were carried
      *  forward to its next delivery, NOTDUE for a full-refresh
      *  subscriber not due tonight. The log accumulates from run to
      *  run, so what any subscriber was sent on any date can be
      *  answered from our side.
      *****************************************************************
       01  DSL-REC.
           05  DSL-BUS-DATE            PIC 9(8).
           05  DSL-SUB-ID              PIC X(8).
           05  DSL-TABLE-ID            PIC X(4).
           05  DSL-MODE                PIC X(1).
           05  DSL-FREQ                PIC X(1).
           05  DSL-DISPOSITION         PIC X(6).
               88 DSL-SENT                      VALUE "SENT  ".
               88 DSL-HELD                      VALUE "HELD  ".
               88 DSL-NOT-DUE                   VALUE "NOTDUE".
           05  DSL-DETAIL-COUNT        PIC 9(7).
           05  DSL-ENV-COUNT           PIC 9(7).
           05  DSL-RUN-JOBID           PIC X(8).
           05  DSL-STAMP-TIME          PIC 9(6).
           05  FILLER                  PIC X(24).
