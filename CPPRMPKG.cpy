      *****************************************************************
      *  CPPRMPKG - record layout for the PRMPKG promotion package.
      *  TBLPRMX cuts it in the test region from the test copies of
      *  TBLMSTR and CATMSTR; TBLPRMA reads it in production to print
      *  the difference report for sign-off and, once signed off, to
      *  apply it. One 160-byte record per item, in this order:
      *    H  one header - package name, and when it was cut.
      *    T  one per promoted table - its scope: F the whole table
      *       (production is made to match test, deletes included),
      *       E only the entries named on the cut cards.
      *    M  one per entry in the table's scope, following its T
      *       record in key order: the test image and the base image
      *       - the production record the test copy was refreshed
      *       from. Spaces in the test image mean the entry is not on
      *       test (a delete), in the base image that production did
      *       not have it. TBLPRMA refuses the package when live
      *       production no longer matches the base images - a
      *       package cut from a stale test copy would quietly undo
      *       whatever production changed since.
      *    C  one per category the promoted test images carry, with
      *       its CATMSTR record from test.
      *    Z  one trailer - the T, M and C record counts, which the
      *       production side balances before it will use the
      *       package. A package without its trailer was not cut
      *       cleanly and is refused.
      *****************************************************************
       01  PKG-REC.
           05  PKG-REC-TYPE            PIC X(1).
               88 PKG-HEADER                    VALUE "H".
               88 PKG-TABLE                     VALUE "T".
               88 PKG-MASTER                    VALUE "M".
               88 PKG-CATEGORY                  VALUE "C".
               88 PKG-TRAILER                   VALUE "Z".
           05  PKG-BODY                PIC X(159).
           05  PKG-HDR-BODY REDEFINES PKG-BODY.
               10  PKG-HDR-NAME        PIC X(8).
               10  PKG-HDR-CUT-DATE    PIC 9(8).
               10  PKG-HDR-CUT-TIME    PIC 9(6).
               10  FILLER              PIC X(137).
           05  PKG-TBL-BODY REDEFINES PKG-BODY.
               10  PKG-TBL-ID          PIC X(4).
               10  PKG-TBL-SCOPE       PIC X(1).
                   88 PKG-SCOPE-FULL            VALUE "F".
                   88 PKG-SCOPE-ENTRIES         VALUE "E".
               10  FILLER              PIC X(154).
           05  PKG-MST-BODY REDEFINES PKG-BODY.
               10  PKG-MST-TEST-IMAGE  PIC X(73).
               10  PKG-MST-BASE-IMAGE  PIC X(73).
               10  FILLER              PIC X(13).
           05  PKG-CAT-BODY REDEFINES PKG-BODY.
               10  PKG-CAT-IMAGE       PIC X(40).
               10  FILLER              PIC X(119).
           05  PKG-TRL-BODY REDEFINES PKG-BODY.
               10  PKG-TRL-TABLES      PIC 9(5).
               10  PKG-TRL-ENTRIES     PIC 9(7).
               10  PKG-TRL-CATEGORIES  PIC 9(5).
               10  FILLER              PIC X(142).
