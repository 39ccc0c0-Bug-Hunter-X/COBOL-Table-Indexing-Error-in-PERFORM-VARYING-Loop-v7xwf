       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPRMX.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLPRMX - cut a promotion package in the test region. New
      *  code tables and large reference changes are built and tested
      *  in the test copies of TBLMSTR and CATMSTR; this program
      *  packages what is to go to production onto PRMPKG (layout
      *  CPPRMPKG) for TBLPRMA to compare and apply there, so what
      *  was promoted is on record rather than re-keyed as TBLMAINT
      *  transactions or slipped into the raw extract.
      *  PRMCARD names what goes: a table id alone takes the whole
      *  table - production is made to match test, entries test no
      *  longer has included - and a table id with an entry value
      *  takes just that entry. The cards for a table are kept
      *  together, entries in ascending order, and a whole-table card
      *  stands alone. Each entry in scope is packaged with its test
      *  image and its base image, the record BASEMSTR holds for it -
      *  BASEMSTR being the production copy the test TBLMSTR was last
      *  refreshed from - so production can prove it has not moved
      *  since. Every category a packaged test image carries is
      *  packaged from the test CATMSTR, and the trailer carries the
      *  record counts. PRMXRPT lists each entry that is new, changed
      *  or deleted against the base, and the categories packaged.
      *  The PARM is the package name, which production prints on
      *  its difference report. Any card or data error ends RC=16
      *  before the trailer is written, and TBLPRMA refuses a package
      *  without one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMCARD ASSIGN TO "PRMCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMCARD-STATUS.

      *  Both masters lead their key with the table id, so a whole
      *  table is one START on each and a read forward until the id
      *  changes; a single entry is one keyed read on each.
           SELECT TESTMSTR ASSIGN TO "TESTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-TBL-KEY
               FILE STATUS IS WS-TESTMSTR-STATUS.

           SELECT BASEMSTR ASSIGN TO "BASEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAS-TBL-KEY
               FILE STATUS IS WS-BASEMSTR-STATUS.

           SELECT TESTCAT ASSIGN TO "TESTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-TESTCAT-STATUS.

           SELECT PRMPKG ASSIGN TO "PRMPKG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMPKG-STATUS.

           SELECT PRMXRPT ASSIGN TO "PRMXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  One card per table (entry blank) or per entry: table id in
      *  cols 1-4, entry value in cols 6-25. An asterisk in col 1
      *  marks a comment card.
       FD  PRMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRC-REC.
           05  PRC-TABLE-ID            PIC X(4).
           05  PRC-TABLE-COL1 REDEFINES PRC-TABLE-ID.
               10  PRC-COL1            PIC X(1).
                   88 PRC-COMMENT-CARD          VALUE "*".
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X(1).
           05  PRC-ENTRY               PIC X(20).
           05  FILLER                  PIC X(55).

       FD  TESTMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==TST==.

       FD  BASEMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==BAS==.

       FD  TESTCAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  PRMPKG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
           COPY CPPRMPKG.

       FD  PRMXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRMX-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRMCARD-STATUS           PIC XX VALUE "00".
           88 WS-PRMCARD-OK                     VALUE "00".
           88 WS-PRMCARD-EOF                    VALUE "10".

       01  WS-TESTMSTR-STATUS          PIC XX VALUE "00".
           88 WS-TESTMSTR-OK                    VALUE "00".
           88 WS-TESTMSTR-EOF                   VALUE "10".

       01  WS-BASEMSTR-STATUS          PIC XX VALUE "00".
           88 WS-BASEMSTR-OK                    VALUE "00".
           88 WS-BASEMSTR-EOF                   VALUE "10".

       01  WS-TESTCAT-STATUS           PIC XX VALUE "00".
           88 WS-TESTCAT-OK                     VALUE "00".

       01  WS-PRMPKG-STATUS            PIC XX VALUE "00".
           88 WS-PRMPKG-OK                      VALUE "00".

       01  WS-PRMXRPT-STATUS           PIC XX VALUE "00".
           88 WS-PRMXRPT-OK                     VALUE "00".

      *  The PARM is the package name.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.

      *  The table whose cards are being read, and every table the
      *  package already holds - a table's cards must come together.
       01  WS-CUR-TABLE-ID             PIC X(4) VALUE SPACES.
       01  WS-CUR-SCOPE                PIC X(1) VALUE SPACE.
           88 WS-CUR-FULL                       VALUE "F".
           88 WS-CUR-ENTRIES                    VALUE "E".
       01  WS-LAST-ENTRY               PIC X(20) VALUE SPACES.
       01  WS-CARD-ERROR               PIC X(40) VALUE SPACES.

       01  WS-TBL-MAX                  PIC 9(3) VALUE ZEROS.
       01  WS-TBL-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-TBL-LIST.
           05  WS-TBL-SEEN             PIC X(4) OCCURS 100 TIMES.

      *  Every category a packaged test image carries, once each.
       01  WS-CAT-MAX                  PIC 9(3) VALUE ZEROS.
       01  WS-CAT-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-CAT-FIND                 PIC X(4) VALUE SPACES.
       01  WS-CAT-LIST.
           05  WS-CAT-NEEDED           PIC X(4) OCCURS 200 TIMES.

      *  Key images for the whole-table match - HIGH-VALUES marks a
      *  side that has run past the table.
       01  WS-TEST-KEY                 PIC X(24) VALUE HIGH-VALUES.
       01  WS-BASE-KEY                 PIC X(24) VALUE HIGH-VALUES.
       01  WS-TABLE-TEST-COUNT         PIC 9(7) VALUE ZEROS.

      *  The entry being packaged: its two images and how test
      *  differs from the base.
       01  WS-TEST-IMAGE               PIC X(73) VALUE SPACES.
       01  WS-BASE-IMAGE               PIC X(73) VALUE SPACES.
       01  WS-RESULT                   PIC X(8) VALUE SPACES.

       01  WS-TABLE-COUNT              PIC 9(5) VALUE ZEROS.
       01  WS-ENTRY-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-NEW-COUNT                PIC 9(7) VALUE ZEROS.
       01  WS-CHANGED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-DELETED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-SAME-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-CATEGORY-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-CUT-TIME-RAW             PIC 9(8).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-PRMX-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "PROMOTION PACKAGE CUT   ".
           05  FILLER                  PIC X(8)  VALUE "PACKAGE ".
           05  WS-HDG-NAME             PIC X(8).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-PRMX-COLUMN-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "TBL  ENTRY                ".
           05  FILLER                  PIC X(16)
                   VALUE "SCOPE  VS BASE  ".
           05  FILLER                  PIC X(38)
                   VALUE "TEST DESCRIPTION / CATEGORY".

       01  WS-PRMX-DETAIL.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-SCOPE            PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-RESULT           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-DESC             PIC X(30).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-PRMX-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(8).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-WRITE-HEADER
           PERFORM UNTIL WS-PRMCARD-EOF
               READ PRMCARD
                   AT END
                       SET WS-PRMCARD-EOF TO TRUE
                   NOT AT END
                       IF NOT PRC-COMMENT-CARD
                           PERFORM 2000-PROCESS-CARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TABLE-COUNT = ZEROS
               DISPLAY "TBLPRMX2000E NO TABLE OR ENTRY CARDS ON PRMCARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-CATEGORIES
           PERFORM 3500-WRITE-TRAILER
           PERFORM 3600-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-JOBID
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 8
                   MOVE WS-JOB-PARM-TEXT(1:8) TO WS-RUN-JOBID
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-RUN-JOBID
               END-IF
           END-IF
           IF WS-RUN-JOBID = SPACES
               DISPLAY "TBLPRMX0010E PACKAGE NAME MISSING - "
                   "PARM IS THE PACKAGE NAME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT PRMCARD
           IF NOT WS-PRMCARD-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR PRMCARD - "
                   WS-PRMCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TESTMSTR
           IF NOT WS-TESTMSTR-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR TESTMSTR - "
                   WS-TESTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BASEMSTR
           IF NOT WS-BASEMSTR-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR BASEMSTR - "
                   WS-BASEMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TESTCAT
           IF NOT WS-TESTCAT-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR TESTCAT - "
                   WS-TESTCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRMPKG
           IF NOT WS-PRMPKG-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR PRMPKG - "
                   WS-PRMPKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRMXRPT
           IF NOT WS-PRMXRPT-OK
               DISPLAY "TBLPRMX1000E OPEN FAILED FOR PRMXRPT - "
                   WS-PRMXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-RUN-JOBID TO WS-HDG-NAME
           WRITE PRMX-LINE FROM WS-PRMX-HEADING
           WRITE PRMX-LINE FROM WS-PRMX-COLUMN-LINE.

       1100-WRITE-HEADER.
           MOVE SPACES TO PKG-REC
           SET PKG-HEADER TO TRUE
           MOVE WS-RUN-JOBID TO PKG-HDR-NAME
           MOVE WS-RUN-DATE TO PKG-HDR-CUT-DATE
           ACCEPT WS-CUT-TIME-RAW FROM TIME
           MOVE WS-CUT-TIME-RAW(1:6) TO PKG-HDR-CUT-TIME
           PERFORM 2900-WRITE-PACKAGE.

      *  2000-PROCESS-CARD starts a new table at the first card for
      *  it, and refuses a card that would package an entry twice or
      *  split a table's cards - production applies the package a
      *  table at a time, in the order it was cut.
       2000-PROCESS-CARD.
           MOVE SPACES TO WS-CARD-ERROR
           EVALUATE TRUE
               WHEN PRC-TABLE-ID = SPACES
                   MOVE "TABLE ID MISSING" TO WS-CARD-ERROR
               WHEN PRC-TABLE-ID NOT = WS-CUR-TABLE-ID
                   PERFORM 2050-START-TABLE
               WHEN WS-CUR-FULL OR PRC-ENTRY = SPACES
                   MOVE "WHOLE-TABLE CARD MUST STAND ALONE"
                       TO WS-CARD-ERROR
               WHEN PRC-ENTRY NOT > WS-LAST-ENTRY
                   MOVE "ENTRY CARDS REPEATED OR OUT OF ORDER"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-ERROR NOT = SPACES
               DISPLAY "TBLPRMX2000E CARD REFUSED - " WS-CARD-ERROR
                   " - " PRC-TABLE-ID " " PRC-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUR-FULL
               PERFORM 2100-CUT-FULL-TABLE
           ELSE
               PERFORM 2200-CUT-ENTRY
               MOVE PRC-ENTRY TO WS-LAST-ENTRY
           END-IF.

       2050-START-TABLE.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-TBL-MAX
                      OR WS-TBL-SEEN(WS-TBL-SUB) = PRC-TABLE-ID
               CONTINUE
           END-PERFORM
           IF WS-TBL-SUB NOT > WS-TBL-MAX
               MOVE "CARDS FOR TABLE NOT TOGETHER" TO WS-CARD-ERROR
           ELSE
               IF WS-TBL-MAX = 100
                   MOVE "MORE THAN 100 TABLES" TO WS-CARD-ERROR
               ELSE
                   ADD 1 TO WS-TBL-MAX
                   MOVE PRC-TABLE-ID TO WS-TBL-SEEN(WS-TBL-MAX)
                   MOVE PRC-TABLE-ID TO WS-CUR-TABLE-ID
                   MOVE SPACES TO WS-LAST-ENTRY
                   IF PRC-ENTRY = SPACES
                       SET WS-CUR-FULL TO TRUE
                   ELSE
                       SET WS-CUR-ENTRIES TO TRUE
                   END-IF
                   ADD 1 TO WS-TABLE-COUNT
                   MOVE SPACES TO PKG-REC
                   SET PKG-TABLE TO TRUE
                   MOVE WS-CUR-TABLE-ID TO PKG-TBL-ID
                   MOVE WS-CUR-SCOPE TO PKG-TBL-SCOPE
                   PERFORM 2900-WRITE-PACKAGE
               END-IF
           END-IF.

      *  2100-CUT-FULL-TABLE matches the table on test against the
      *  base in key order and packages every entry on either side,
      *  unchanged ones included - production checks the whole table
      *  against the base, not just the entries that will move.
       2100-CUT-FULL-TABLE.
           MOVE ZEROS TO WS-TABLE-TEST-COUNT
           MOVE PRC-TABLE-ID TO TST-TABLE-ID
           MOVE LOW-VALUES TO TST-ENTRY
           START TESTMSTR KEY IS NOT LESS THAN TST-TBL-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-TEST-KEY
               NOT INVALID KEY
                   PERFORM 2110-READ-TEST
           END-START
           MOVE PRC-TABLE-ID TO BAS-TABLE-ID
           MOVE LOW-VALUES TO BAS-ENTRY
           START BASEMSTR KEY IS NOT LESS THAN BAS-TBL-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-BASE-KEY
               NOT INVALID KEY
                   PERFORM 2120-READ-BASE
           END-START
           PERFORM UNTIL WS-TEST-KEY = HIGH-VALUES
                     AND WS-BASE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-TEST-KEY < WS-BASE-KEY
                       MOVE TST-REC TO WS-TEST-IMAGE
                       MOVE SPACES TO WS-BASE-IMAGE
                       PERFORM 2300-PACKAGE-ENTRY
                       PERFORM 2110-READ-TEST
                   WHEN WS-TEST-KEY > WS-BASE-KEY
                       MOVE SPACES TO WS-TEST-IMAGE
                       MOVE BAS-REC TO WS-BASE-IMAGE
                       PERFORM 2300-PACKAGE-ENTRY
                       PERFORM 2120-READ-BASE
                   WHEN OTHER
                       MOVE TST-REC TO WS-TEST-IMAGE
                       MOVE BAS-REC TO WS-BASE-IMAGE
                       PERFORM 2300-PACKAGE-ENTRY
                       PERFORM 2110-READ-TEST
                       PERFORM 2120-READ-BASE
               END-EVALUATE
           END-PERFORM
           IF WS-TABLE-TEST-COUNT = ZEROS
               DISPLAY "TBLPRMX2100E TABLE " PRC-TABLE-ID
                   " NOT ON TEST TBLMSTR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2110-READ-TEST.
           READ TESTMSTR NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-TEST-KEY
               NOT AT END
                   IF TST-TABLE-ID = PRC-TABLE-ID
                       MOVE TST-TBL-KEY TO WS-TEST-KEY
                       ADD 1 TO WS-TABLE-TEST-COUNT
                   ELSE
                       MOVE HIGH-VALUES TO WS-TEST-KEY
                   END-IF
           END-READ.

       2120-READ-BASE.
           READ BASEMSTR NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-BASE-KEY
               NOT AT END
                   IF BAS-TABLE-ID = PRC-TABLE-ID
                       MOVE BAS-TBL-KEY TO WS-BASE-KEY
                   ELSE
                       MOVE HIGH-VALUES TO WS-BASE-KEY
                   END-IF
           END-READ.

      *  2200-CUT-ENTRY packages one named entry. On test and not on
      *  the base it is new; on the base alone, production is to
      *  lose it; on neither, the card is wrong.
       2200-CUT-ENTRY.
           MOVE SPACES TO WS-TEST-IMAGE
           MOVE SPACES TO WS-BASE-IMAGE
           MOVE PRC-TABLE-ID TO TST-TABLE-ID
           MOVE PRC-ENTRY TO TST-ENTRY
           READ TESTMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TST-REC TO WS-TEST-IMAGE
           END-READ
           MOVE PRC-TABLE-ID TO BAS-TABLE-ID
           MOVE PRC-ENTRY TO BAS-ENTRY
           READ BASEMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAS-REC TO WS-BASE-IMAGE
           END-READ
           IF WS-TEST-IMAGE = SPACES AND WS-BASE-IMAGE = SPACES
               DISPLAY "TBLPRMX2200E ENTRY " PRC-TABLE-ID " "
                   PRC-ENTRY " NOT ON TEST OR BASE TBLMSTR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-PACKAGE-ENTRY.

      *  2300-PACKAGE-ENTRY writes the entry's M record and lists it
      *  when test differs from the base. The ledger flag and the
      *  MST-COUNT position are left out of the compare, as in
      *  TBLCOMP - neither is maintained by hand.
       2300-PACKAGE-ENTRY.
           MOVE SPACES TO PKG-REC
           SET PKG-MASTER TO TRUE
           MOVE WS-TEST-IMAGE TO PKG-MST-TEST-IMAGE
           MOVE WS-BASE-IMAGE TO PKG-MST-BASE-IMAGE
           PERFORM 2900-WRITE-PACKAGE
           ADD 1 TO WS-ENTRY-COUNT
           EVALUATE TRUE
               WHEN WS-BASE-IMAGE = SPACES
                   MOVE "NEW     " TO WS-RESULT
                   ADD 1 TO WS-NEW-COUNT
               WHEN WS-TEST-IMAGE = SPACES
                   MOVE "DELETED " TO WS-RESULT
                   ADD 1 TO WS-DELETED-COUNT
               WHEN TST-CATEGORY NOT = BAS-CATEGORY
                 OR TST-EFF-DATE NOT = BAS-EFF-DATE
                 OR TST-STATUS NOT = BAS-STATUS
                 OR TST-DESC NOT = BAS-DESC
                   MOVE "CHANGED " TO WS-RESULT
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RESULT
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           IF WS-TEST-IMAGE NOT = SPACES
               AND TST-CATEGORY NOT = SPACES
               MOVE TST-CATEGORY TO WS-CAT-FIND
               PERFORM 4000-FIND-CATEGORY-SLOT
           END-IF
           IF WS-RESULT NOT = SPACES
               MOVE PRC-TABLE-ID TO WS-DTL-TBLID
               IF WS-TEST-IMAGE = SPACES
                   MOVE BAS-ENTRY TO WS-DTL-ENTRY
                   MOVE BAS-DESC TO WS-DTL-DESC
               ELSE
                   MOVE TST-ENTRY TO WS-DTL-ENTRY
                   MOVE TST-DESC TO WS-DTL-DESC
               END-IF
               IF WS-CUR-FULL
                   MOVE "TABLE " TO WS-DTL-SCOPE
               ELSE
                   MOVE "ENTRY " TO WS-DTL-SCOPE
               END-IF
               MOVE WS-RESULT TO WS-DTL-RESULT
               WRITE PRMX-LINE FROM WS-PRMX-DETAIL
           END-IF.

       2900-WRITE-PACKAGE.
           WRITE PKG-REC
           IF NOT WS-PRMPKG-OK
               DISPLAY "TBLPRMX2900E WRITE FAILED FOR PRMPKG - "
                   WS-PRMPKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  3000-WRITE-CATEGORIES packages the test CATMSTR record of
      *  every category the promoted images carry. A category test
      *  does not have means the test data is broken, and the
      *  package is not finished.
       3000-WRITE-CATEGORIES.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
               MOVE WS-CAT-NEEDED(WS-CAT-SUB) TO CAT-CODE
               READ TESTCAT
                   INVALID KEY
                       DISPLAY "TBLPRMX3000E CATEGORY "
                           WS-CAT-NEEDED(WS-CAT-SUB)
                           " NOT ON TEST CATMSTR"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE SPACES TO PKG-REC
               SET PKG-CATEGORY TO TRUE
               MOVE CAT-REC TO PKG-CAT-IMAGE
               PERFORM 2900-WRITE-PACKAGE
               ADD 1 TO WS-CATEGORY-COUNT
               MOVE "CATG" TO WS-DTL-TBLID
               MOVE SPACES TO WS-DTL-ENTRY
               MOVE CAT-CODE TO WS-DTL-ENTRY(1:4)
               MOVE SPACES TO WS-DTL-SCOPE
               MOVE SPACES TO WS-DTL-RESULT
               MOVE CAT-DESC TO WS-DTL-DESC
               WRITE PRMX-LINE FROM WS-PRMX-DETAIL
           END-PERFORM.

       3500-WRITE-TRAILER.
           MOVE SPACES TO PKG-REC
           SET PKG-TRAILER TO TRUE
           MOVE WS-TABLE-COUNT TO PKG-TRL-TABLES
           MOVE WS-ENTRY-COUNT TO PKG-TRL-ENTRIES
           MOVE WS-CATEGORY-COUNT TO PKG-TRL-CATEGORIES
           PERFORM 2900-WRITE-PACKAGE.

       3600-WRITE-TOTALS.
           MOVE "TABLES PACKAGED         " TO WS-TOT-LABEL
           MOVE WS-TABLE-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "ENTRIES PACKAGED        " TO WS-TOT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "  NEW ON TEST           " TO WS-TOT-LABEL
           MOVE WS-NEW-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "  CHANGED ON TEST       " TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "  DELETED ON TEST       " TO WS-TOT-LABEL
           MOVE WS-DELETED-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "  SAME AS BASE          " TO WS-TOT-LABEL
           MOVE WS-SAME-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE
           MOVE "CATEGORIES PACKAGED     " TO WS-TOT-LABEL
           MOVE WS-CATEGORY-COUNT TO WS-TOT-VALUE
           WRITE PRMX-LINE FROM WS-PRMX-TOTAL-LINE.

      *  4000-FIND-CATEGORY-SLOT adds the category to the list the
      *  first time an image carries it.
       4000-FIND-CATEGORY-SLOT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
                      OR WS-CAT-NEEDED(WS-CAT-SUB) = WS-CAT-FIND
               CONTINUE
           END-PERFORM
           IF WS-CAT-SUB > WS-CAT-MAX
               IF WS-CAT-MAX = 200
                   DISPLAY "TBLPRMX4000E MORE THAN 200 CATEGORIES - "
                       "SPLIT THE PACKAGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAT-MAX
               MOVE WS-CAT-FIND TO WS-CAT-NEEDED(WS-CAT-MAX)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PRMCARD
           CLOSE TESTMSTR
           CLOSE BASEMSTR
           CLOSE TESTCAT
           CLOSE PRMPKG
           CLOSE PRMXRPT.
