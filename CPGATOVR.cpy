      *****************************************************************
      *  CPGATOVR - record layout for the GATEOVR release cards data
      *  control keys once they have confirmed that a volume change
      *  TBLGATE stopped is genuine. One 80-byte card per table id
      *  released, or ALL: the date of the run it releases, who
      *  released it and why. A card only counts on the date it
      *  carries, so a card left on the file cannot wave through a
      *  later night's breach. Both the release and the breach it
      *  covers are printed on GATERPT.
      *****************************************************************
       01  GOV-REC.
           05  GOV-TABLE-ID            PIC X(4).
           05  FILLER                  PIC X(1).
           05  GOV-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  GOV-RELEASED-BY         PIC X(8).
           05  FILLER                  PIC X(1).
           05  GOV-REASON              PIC X(30).
           05  FILLER                  PIC X(27).
