      *****************************************************************
      *  CPTBLREL - record layout for the TBLREL table-relationship
      *  control file. One record per child/parent pair of logical
      *  tables on TBLMSTR: entries of REL-CHILD-TABLE must name an
      *  entry of REL-PARENT-TABLE through the part of the child
      *  record REL-FIELD points at - the category (C), the entry
      *  value itself (E) or the description (D) - starting at
      *  REL-START for REL-LENGTH bytes. The referenced value, left
      *  as it stands in the child field and padded to 20, must be
      *  an MST-ENTRY of the parent table. REL-OPTION R makes the
      *  reference required; O lets a blank reference through.
      *  Read by every update path - TBLLOAD, TBLMAINT, the TMNT and
      *  TAPV screens, TBLACTV, TBLRECL and TBLPRMA - and by the
      *  TBLORPH orphaned-reference report.
      *  The cluster (KEYS(8 0) RECORDSIZE(80 80)) is loaded from
      *  the TBLREL control cards by TBLREL.jcl.
      *****************************************************************
       01  REL-REC.
           05  REL-KEY.
               10  REL-CHILD-TABLE       PIC X(4).
               10  REL-PARENT-TABLE      PIC X(4).
           05  REL-FIELD                 PIC X(1).
               88 REL-BY-CATEGORY                VALUE "C".
               88 REL-BY-ENTRY                   VALUE "E".
               88 REL-BY-DESC                    VALUE "D".
           05  REL-START                 PIC 9(2).
           05  REL-LENGTH                PIC 9(2).
           05  REL-OPTION                PIC X(1).
               88 REL-REQUIRED                   VALUE "R".
               88 REL-OPTIONAL                   VALUE "O".
           05  REL-DESC                  PIC X(30).
           05  FILLER                    PIC X(36).
