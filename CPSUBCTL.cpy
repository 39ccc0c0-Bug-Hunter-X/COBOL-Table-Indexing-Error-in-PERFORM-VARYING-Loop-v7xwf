      *****************************************************************
      *  CPSUBCTL - record layout for the SUBCTL subscription control
      *  file read by TBLDIST. One 80-byte card per downstream
      *  subscriber other than the ledger: the subscriber id, which
      *  also names the subscriber's output in the distribution split
      *  step, whether it takes a full refresh (F) of its tables or
      *  the changes only (D), how often (D every business day, W
      *  weekly on day of week SUB-FREQ-DAY, 1 = Monday, M monthly
      *  on day of month SUB-FREQ-DAY - the last day of a shorter
      *  month stands in for a day it does not have) and up to ten
      *  MST-TABLE-IDs, left-justified with unused slots blank. A
      *  card with an asterisk in column 1 is a comment.
      *****************************************************************
       01  SUB-REC.
           05  SUB-ID                  PIC X(8).
           05  SUB-ID-X REDEFINES SUB-ID.
               10  SUB-ID-COL1         PIC X(1).
                   88 SUB-COMMENT-CARD          VALUE "*".
               10  FILLER              PIC X(7).
           05  FILLER                  PIC X(1).
           05  SUB-MODE                PIC X(1).
               88 SUB-MODE-FULL                 VALUE "F".
               88 SUB-MODE-DELTA                VALUE "D".
           05  FILLER                  PIC X(1).
           05  SUB-FREQ                PIC X(1).
               88 SUB-FREQ-DAILY                VALUE "D".
               88 SUB-FREQ-WEEKLY               VALUE "W".
               88 SUB-FREQ-MONTHLY              VALUE "M".
           05  SUB-FREQ-DAY            PIC 9(2).
           05  FILLER                  PIC X(1).
           05  SUB-TABLES OCCURS 10 TIMES.
               10  SUB-TABLE-ID        PIC X(4).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(15).
