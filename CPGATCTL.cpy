      *****************************************************************
      *  CPGATCTL - record layout for the GATECTL volume tolerance
      *  cards read by TBLGATE before the nightly shadow master is
      *  swapped in. One 80-byte card per MST-TABLE-ID, or ALL for
      *  every table without a card of its own: the most entries,
      *  as a whole percentage of the live table's entry count,
      *  that may be dropped, added and changed in one night. 999
      *  switches a limit off. A card with an asterisk in column 1
      *  is a comment.
      *****************************************************************
       01  GCT-REC.
           05  GCT-TABLE-ID            PIC X(4).
           05  GCT-TABLE-ID-X REDEFINES GCT-TABLE-ID.
               10  GCT-TABLE-COL1      PIC X(1).
                   88 GCT-COMMENT-CARD          VALUE "*".
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X(1).
           05  GCT-MAX-DROP-PCT        PIC 9(3).
           05  FILLER                  PIC X(1).
           05  GCT-MAX-ADD-PCT         PIC 9(3).
           05  FILLER                  PIC X(1).
           05  GCT-MAX-CHG-PCT         PIC 9(3).
           05  FILLER                  PIC X(64).
