       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPRMA.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLPRMA - compare a promotion package cut by TBLPRMX in the
      *  test region against live TBLMSTR and CATMSTR, and apply it
      *  once the difference report has been signed off. The package
      *  is balanced against its trailer first; one that is out of
      *  balance, has no trailer or is not in CPPRMPKG order is
      *  refused whatever the mode.
      *  PRMRPT lists every entry the package would add, change or
      *  delete, field by field with the live value and the package
      *  value, and every category it would add. A category already
      *  on production is never changed - a different description
      *  on the package is listed and production's is kept, to be
      *  changed through TBLCATM if it should be.
      *  The package carries, for each entry, the base image - the
      *  production record the test copy was refreshed from - and
      *  for a whole-table promotion every entry the base held. Where
      *  live production no longer matches the base, or holds an
      *  entry of a whole table the base did not, production has
      *  moved since the package was cut and the package would undo
      *  that change; the entry is listed PROD CHANGED SINCE CUT.
      *  An entry with a change queued on PNDCHG (the queued image
      *  would undo the promotion when applied) and an image dated
      *  after today (a future-dated image must not reach TBLMSTR
      *  before it is in force) are listed the same way. Any of the
      *  three blocks the package: re-cut it from a fresh test copy,
      *  clear the queue, or run the apply on the effective date.
      *  Once the whole package is read, the entries it would add,
      *  change or delete are checked as a set against TBLREL and
      *  the live positions: an add or change whose reference names
      *  no parent that will be on file after the promotion, a
      *  delete that leaves live children the package does not also
      *  take out or repoint, and an add whose MST-COUNT position a
      *  live entry already holds (the count index is unique, so
      *  the write would fail part way through the apply) are
      *  listed BLOCKED as well.
      *  PARM 'runid,PREVIEW' only compares - nothing is opened for
      *  update - and ends RC=4 if anything blocks the package.
      *  PARM 'runid,APPLY,maker,checker' compares again and, if
      *  nothing blocks, applies the package as one named run: new
      *  categories to CATMSTR with an AUDITLOG line, then every
      *  entry to TBLMSTR with a TBLHIST image, a BKIMAGE backout
      *  image and an AUDITLOG line under the run id, carrying the
      *  operator who submitted the run and the one who signed the
      *  preview off, so TBLBKOUT with the run id reverses the whole
      *  promotion. Categories the promotion added stay on CATMSTR
      *  after a backout - unused, until TBLCATM retires them. The
      *  two ids must differ, and a run id already on BKIMAGE is
      *  refused so the reversal can never take in another run's
      *  images. A blocked package in apply mode ends RC=16 with
      *  nothing applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMPKG ASSIGN TO "PRMPKG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMPKG-STATUS.

      *  TBLMSTR leads its key with the table id: a whole-table
      *  package is matched against one START and a read forward, a
      *  single entry is one keyed read.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TBL-KEY
               ALTERNATE RECORD KEY IS MST-COUNT
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT CATMSTR ASSIGN TO "CATMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  TBLREL is the table-relationship control file (CPTBLREL),
      *  read into memory as TBLMAINT does.
           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

           SELECT PNDCHG ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

           SELECT TBLHIST ASSIGN TO "TBLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TBLHIST-STATUS.

           SELECT BKIMAGE ASSIGN TO "BKIMAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKIMAGE-STATUS.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT PRMRPT ASSIGN TO "PRMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMPKG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
           COPY CPPRMPKG.

       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  CATMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  TBLREL
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPTBLREL.

       FD  PNDCHG
           RECORD CONTAINS 150 CHARACTERS.
           COPY CPPNDCHG.

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  BKIMAGE
           RECORDING MODE IS F
           RECORD CONTAINS 176 CHARACTERS.
           COPY CPBKIMG.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-LINE                  PIC X(80).

       FD  PRMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRM-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRMPKG-STATUS            PIC XX VALUE "00".
           88 WS-PRMPKG-OK                      VALUE "00".
           88 WS-PRMPKG-EOF                     VALUE "10".

       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".
           88 WS-TBLMSTR-EOF                    VALUE "10".

       01  WS-CATMSTR-STATUS           PIC XX VALUE "00".
           88 WS-CATMSTR-OK                     VALUE "00".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                      VALUE "00".
           88 WS-TBLREL-EOF                     VALUE "10".

       01  WS-PNDCHG-STATUS            PIC XX VALUE "00".
           88 WS-PNDCHG-OK                      VALUE "00".
           88 WS-PNDCHG-NOFILE                  VALUE "35".

       01  WS-TBLHIST-STATUS           PIC XX VALUE "00".
           88 WS-TBLHIST-OK                     VALUE "00".
           88 WS-TBLHIST-NOFILE                 VALUE "35".

       01  WS-BKIMAGE-STATUS           PIC XX VALUE "00".
           88 WS-BKIMAGE-OK                     VALUE "00".
           88 WS-BKIMAGE-EOF                    VALUE "10".

       01  WS-AUDITLOG-STATUS          PIC XX VALUE "00".
           88 WS-AUDITLOG-OK                    VALUE "00".

       01  WS-PRMRPT-STATUS            PIC XX VALUE "00".
           88 WS-PRMRPT-OK                      VALUE "00".

      *  PARM is 'runid,PREVIEW' or 'runid,APPLY,maker,checker'.
       01  WS-PARM-WORK                PIC X(40) VALUE SPACES.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
           88 WS-MODE-PREVIEW                   VALUE "PREVIEW ".
           88 WS-MODE-APPLY                     VALUE "APPLY   ".
       01  WS-MAKER-ID                 PIC X(8) VALUE SPACES.
       01  WS-CHECKER-ID               PIC X(8) VALUE SPACES.

       01  WS-PNDCHG-OPEN-SW           PIC X VALUE "N".
           88 WS-PNDCHG-OPEN                    VALUE "Y".
       01  WS-UPDATE-OPEN-SW           PIC X VALUE "N".
           88 WS-UPDATE-OPEN                    VALUE "Y".
       01  WS-TRAILER-SW               PIC X VALUE "N".
           88 WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-PKG-ERROR                PIC X(40) VALUE SPACES.

      *  The table whose entries are being read, and for a whole
      *  table the live entry the match has reached - HIGH-VALUES
      *  once live has run past the table.
       01  WS-CUR-TABLE-ID             PIC X(4) VALUE SPACES.
       01  WS-CUR-SCOPE                PIC X(1) VALUE SPACE.
           88 WS-CUR-FULL                       VALUE "F".
           88 WS-CUR-ENTRIES                    VALUE "E".
       01  WS-LIVE-KEY                 PIC X(24) VALUE HIGH-VALUES.
       01  WS-PKG-KEY                  PIC X(24) VALUE SPACES.

      *  The entry under compare: the package's test and base images,
      *  the live record, what applying it would do, and what blocks
      *  it, if anything does.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==PKT==.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==PKB==.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==LVI==.
       01  WS-ENTRY-ACTION             PIC X(8) VALUE SPACES.
           88 WS-ACTION-ADD                     VALUE "ADD     ".
           88 WS-ACTION-CHANGE                  VALUE "CHANGE  ".
           88 WS-ACTION-DELETE                  VALUE "DELETE  ".
           88 WS-ACTION-NONE                    VALUE "NONE    ".
       01  WS-BLOCK-REASON             PIC X(30) VALUE SPACES.

      *  The two images 2260 and 2270 list, and the side each is.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==CMO==.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==CMN==.
       01  WS-SIDE-OLD                 PIC X(4) VALUE SPACES.
       01  WS-SIDE-NEW                 PIC X(4) VALUE SPACES.

           COPY CPCATMST REPLACING LEADING ==CAT== BY ==PKC==.

      *  Every entry the package would add, change or delete, noted
      *  in the compare so 2450 can judge a reference by what will
      *  be on file once the package is in, not by live alone, and
      *  whether the compare already blocked it.
       01  WS-PKGENT-MAX               PIC 9(5) VALUE ZEROS.
       01  WS-PKGENT-AREA.
           05  WS-PKGENT OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PKGENT-MAX
                   INDEXED BY WS-PKGENT-IDX.
               10  WS-PKE-KEY          PIC X(24).
               10  WS-PKE-ACTION       PIC X(1).
                   88 WS-PKE-DELETE             VALUE "D".
               10  WS-PKE-BLOCKED-SW   PIC X(1).
                   88 WS-PKE-BLOCKED            VALUE "Y".
       01  WS-PKGENT-SW                PIC X VALUE "N".
           88 WS-PKGENT-FOUND                   VALUE "Y".
           88 WS-PKGENT-NOT-FOUND               VALUE "N".
       01  WS-FIND-KEY                 PIC X(24) VALUE SPACES.

      *  TBLREL rules, and the work fields 2470 and 2485 use to cut a
      *  reference out of an image (WS-REL-IMAGE).
       01  WS-RELRUL-MAX               PIC 9(3) VALUE ZEROS.
       01  WS-RELRUL-AREA.
           05  WS-RELRUL OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RELRUL-MAX.
               10  WS-RUL-CHILD        PIC X(4).
               10  WS-RUL-PARENT       PIC X(4).
               10  WS-RUL-FIELD        PIC X(1).
               10  WS-RUL-START        PIC 9(2).
               10  WS-RUL-LENGTH       PIC 9(2).
               10  WS-RUL-OPTION       PIC X(1).
                   88 WS-RUL-REQUIRED           VALUE "R".

       01  WS-RUL-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-REL-FIELD-SIZE           PIC 9(2) VALUE ZEROS.
       01  WS-REL-SOURCE               PIC X(30) VALUE SPACES.
       01  WS-REL-VALUE                PIC X(20) VALUE SPACES.
       01  WS-REL-IMAGE.
           05  WS-RIM-CATEGORY         PIC X(4).
           05  WS-RIM-ENTRY            PIC X(20).
           05  WS-RIM-DESC             PIC X(30).
       01  WS-BROWSE-STATUS            PIC X VALUE "N".
           88 WS-BROWSE-DONE                    VALUE "Y".
           88 WS-BROWSE-MORE                    VALUE "N".

      *  Categories on the package that production does not have,
      *  added ahead of the entries that carry them.
       01  WS-NEWCAT-MAX               PIC 9(3) VALUE ZEROS.
       01  WS-NEWCAT-SUB               PIC 9(3) VALUE ZEROS.
       01  WS-NEWCAT-AREA.
           05  WS-NEWCAT-REC           PIC X(40) OCCURS 200 TIMES.

       01  WS-PKG-NAME                 PIC X(8) VALUE SPACES.
       01  WS-PKG-CUT-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-PKG-CUT-TIME             PIC 9(6) VALUE ZEROS.

       01  WS-BKI-BEFORE               PIC X(73) VALUE SPACES.
       01  WS-BKI-AFTER                PIC X(73) VALUE SPACES.
       01  WS-BKI-ACTION               PIC X(1) VALUE SPACE.
       01  WS-HST-ACTION               PIC X(1) VALUE SPACE.
       01  WS-HST-EFF-DATE             PIC 9(8) VALUE ZEROS.

       01  WS-TABLE-COUNT              PIC 9(5) VALUE ZEROS.
       01  WS-ENTRY-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-CATEGORY-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-ADD-COUNT                PIC 9(7) VALUE ZEROS.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-SAME-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-CATKEPT-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-STALE-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-QUEUED-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-FUTURE-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-RELBLK-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-POSUSED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-BLOCKED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-AUD-TIME-RAW             PIC 9(8).

           COPY CPAUDLOG.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-PRM-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PROMOTION ".
           05  WS-HDG-MODE             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " RUN".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-JOBID            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  WS-HDG-MAKER            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-CHECKER          PIC X(8).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-PRM-PACKAGE-LINE.
           05  FILLER                  PIC X(8)  VALUE "PACKAGE ".
           05  WS-PLN-NAME             PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  CUT ON ".
           05  WS-PLN-CUT-DATE         PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " AT ".
           05  WS-PLN-CUT-TIME         PIC 9(6).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-PRM-COLUMN-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "TBL  ENTRY                ".
           05  FILLER                  PIC X(19)
                   VALUE "ACTION   FLD  SIDE ".
           05  FILLER                  PIC X(35) VALUE "VALUE".

       01  WS-PRM-DETAIL.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACTION           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-FIELD            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-SIDE             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-VALUE            PIC X(30).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-PRM-CHECK-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "CHECKED AS ONE SET - TBLREL REFERENCES A".
           05  FILLER                  PIC X(40)
                   VALUE "ND LIVE MST-COUNT POSITIONS             ".

       01  WS-PRM-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(40).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-HEADER
           PERFORM 1200-LOAD-RELATIONSHIP-RULES
           PERFORM 2000-COMPARE-PACKAGE
           PERFORM 2450-CHECK-PACKAGE-AS-SET
           IF WS-MODE-APPLY
               IF WS-BLOCKED-COUNT > ZEROS
                   PERFORM 3000-WRITE-TOTALS
                   PERFORM 9000-CLOSE-FILES
                   DISPLAY "TBLPRMA0000E PACKAGE " WS-PKG-NAME
                       " REFUSED - " WS-BLOCKED-COUNT
                       " ENTRIES BLOCKED, NOTHING APPLIED - SEE PRMRPT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-OPEN-UPDATE-FILES
               PERFORM 2500-APPLY-CATEGORIES
               PERFORM 2600-APPLY-PACKAGE
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-BLOCKED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-WORK
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 40
                   MOVE WS-JOB-PARM-TEXT(1:40) TO WS-PARM-WORK
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-PARM-WORK
               END-IF
               UNSTRING WS-PARM-WORK DELIMITED BY ","
                   INTO WS-RUN-JOBID WS-RUN-MODE
                        WS-MAKER-ID WS-CHECKER-ID
               END-UNSTRING
           END-IF
           IF WS-RUN-JOBID = SPACES
               MOVE "NOPARM" TO WS-RUN-JOBID
           END-IF
           IF NOT WS-MODE-PREVIEW AND NOT WS-MODE-APPLY
               DISPLAY "TBLPRMA0010E MODE MUST BE PREVIEW OR APPLY - "
                   "PARM IS RUN-ID,MODE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               IF WS-MAKER-ID = SPACES OR WS-CHECKER-ID = SPACES
                   DISPLAY "TBLPRMA0010E APPLY NEEDS MAKER AND CHECKER "
                       "- PARM IS RUN-ID,APPLY,MAKER-ID,CHECKER-ID"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-MAKER-ID = WS-CHECKER-ID
                   DISPLAY "TBLPRMA0010E CHECKER " WS-CHECKER-ID
                       " MAY NOT SIGN OFF OWN PROMOTION"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT PRMPKG
           IF NOT WS-PRMPKG-OK
               DISPLAY "TBLPRMA1000E OPEN FAILED FOR PRMPKG - "
                   WS-PRMPKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               OPEN I-O TBLMSTR
           ELSE
               OPEN INPUT TBLMSTR
           END-IF
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLPRMA1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-APPLY
               OPEN I-O CATMSTR
           ELSE
               OPEN INPUT CATMSTR
           END-IF
           IF NOT WS-CATMSTR-OK
               DISPLAY "TBLPRMA1000E OPEN FAILED FOR CATMSTR - "
                   WS-CATMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *  No pending file yet means nothing is queued against any
      *  entry - the queue check is simply skipped.
           OPEN INPUT PNDCHG
           IF WS-PNDCHG-OK
               SET WS-PNDCHG-OPEN TO TRUE
           ELSE
               IF NOT WS-PNDCHG-NOFILE
                   DISPLAY "TBLPRMA1000E OPEN FAILED FOR PNDCHG - "
                       WS-PNDCHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRMRPT
           IF NOT WS-PRMRPT-OK
               DISPLAY "TBLPRMA1000E OPEN FAILED FOR PRMRPT - "
                   WS-PRMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-HEADER.
           READ PRMPKG
               AT END
                   DISPLAY "TBLPRMA1100E PRMPKG IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT PKG-HEADER
               DISPLAY "TBLPRMA1100E PRMPKG DOES NOT START WITH A "
                   "PACKAGE HEADER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PKG-HDR-NAME TO WS-PKG-NAME
           MOVE PKG-HDR-CUT-DATE TO WS-PKG-CUT-DATE
           MOVE PKG-HDR-CUT-TIME TO WS-PKG-CUT-TIME
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           MOVE WS-RUN-MODE TO WS-HDG-MODE
           MOVE WS-RUN-JOBID TO WS-HDG-JOBID
           MOVE WS-MAKER-ID TO WS-HDG-MAKER
           MOVE WS-CHECKER-ID TO WS-HDG-CHECKER
           WRITE PRM-LINE FROM WS-PRM-HEADING
           MOVE WS-PKG-NAME TO WS-PLN-NAME
           MOVE WS-PKG-CUT-DATE TO WS-PLN-CUT-DATE
           MOVE WS-PKG-CUT-TIME TO WS-PLN-CUT-TIME
           WRITE PRM-LINE FROM WS-PRM-PACKAGE-LINE
           WRITE PRM-LINE FROM WS-PRM-COLUMN-LINE.

      *  1200-LOAD-RELATIONSHIP-RULES copies TBLREL into memory, as
      *  TBLMAINT does; a rule that cannot be applied as written
      *  refuses the run before the package is compared.
       1200-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLPRMA1200E OPEN FAILED FOR TBLREL - "
                   WS-TBLREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBLREL-EOF
               READ TBLREL
                   AT END
                       SET WS-TBLREL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-RELATIONSHIP-RULE
               END-READ
           END-PERFORM
           CLOSE TBLREL.

       1210-STORE-RELATIONSHIP-RULE.
           EVALUATE TRUE
               WHEN REL-BY-CATEGORY
                   MOVE 4 TO WS-REL-FIELD-SIZE
               WHEN REL-BY-ENTRY
                   MOVE 20 TO WS-REL-FIELD-SIZE
               WHEN REL-BY-DESC
                   MOVE 30 TO WS-REL-FIELD-SIZE
               WHEN OTHER
                   MOVE ZEROS TO WS-REL-FIELD-SIZE
           END-EVALUATE
           IF WS-REL-FIELD-SIZE = ZEROS
               OR REL-START NOT NUMERIC
               OR REL-LENGTH NOT NUMERIC
               OR NOT (REL-REQUIRED OR REL-OPTIONAL)
               DISPLAY "TBLPRMA1200E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLPRMA1200E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RELRUL-MAX < 100
               ADD 1 TO WS-RELRUL-MAX
               MOVE REL-CHILD-TABLE TO WS-RUL-CHILD(WS-RELRUL-MAX)
               MOVE REL-PARENT-TABLE TO WS-RUL-PARENT(WS-RELRUL-MAX)
               MOVE REL-FIELD TO WS-RUL-FIELD(WS-RELRUL-MAX)
               MOVE REL-START TO WS-RUL-START(WS-RELRUL-MAX)
               MOVE REL-LENGTH TO WS-RUL-LENGTH(WS-RELRUL-MAX)
               MOVE REL-OPTION TO WS-RUL-OPTION(WS-RELRUL-MAX)
           ELSE
               DISPLAY "TBLPRMA1200E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  Apply mode only. A run id already on BKIMAGE is refused
      *  before anything is written, then the file is reopened for
      *  this run's images.
       1300-OPEN-UPDATE-FILES.
           OPEN INPUT BKIMAGE
           IF WS-BKIMAGE-OK
               PERFORM UNTIL WS-BKIMAGE-EOF
                   READ BKIMAGE
                       AT END
                           SET WS-BKIMAGE-EOF TO TRUE
                       NOT AT END
                           IF BKI-RUNID = WS-RUN-JOBID
                               DISPLAY "TBLPRMA1300E RUN ID "
                                   WS-RUN-JOBID " ALREADY ON BKIMAGE"
                                   " - GIVE THIS RUN ITS OWN ID"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKIMAGE
           END-IF
           OPEN EXTEND BKIMAGE
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLPRMA1300E OPEN FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TBLHIST
           IF WS-TBLHIST-NOFILE
               OPEN OUTPUT TBLHIST
               CLOSE TBLHIST
               OPEN I-O TBLHIST
           END-IF
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLPRMA1300E OPEN FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY "TBLPRMA1300E OPEN FAILED FOR AUDITLOG - "
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-UPDATE-OPEN TO TRUE.

      *  2000-COMPARE-PACKAGE reads the whole package, in both modes,
      *  before anything is applied: it balances the package against
      *  its trailer and lists every difference and every block.
       2000-COMPARE-PACKAGE.
           PERFORM UNTIL WS-PRMPKG-EOF
               READ PRMPKG
                   AT END
                       SET WS-PRMPKG-EOF TO TRUE
                   NOT AT END
                       IF WS-TRAILER-SEEN
                           MOVE "RECORDS AFTER THE TRAILER"
                               TO WS-PKG-ERROR
                           PERFORM 2990-REFUSE-PACKAGE
                       END-IF
                       EVALUATE TRUE
                           WHEN PKG-TABLE
                               PERFORM 2150-END-FULL-TABLE
                               PERFORM 2100-START-TABLE
                           WHEN PKG-MASTER
                               PERFORM 2200-CHECK-ENTRY
                           WHEN PKG-CATEGORY
                               PERFORM 2150-END-FULL-TABLE
                               PERFORM 2300-CHECK-CATEGORY
                           WHEN PKG-TRAILER
                               PERFORM 2150-END-FULL-TABLE
                               SET WS-TRAILER-SEEN TO TRUE
                               PERFORM 2400-CHECK-TRAILER
                           WHEN OTHER
                               MOVE "UNKNOWN OR REPEATED RECORD TYPE"
                                   TO WS-PKG-ERROR
                               PERFORM 2990-REFUSE-PACKAGE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT WS-TRAILER-SEEN
               MOVE "NO TRAILER - PACKAGE NOT CUT CLEANLY"
                   TO WS-PKG-ERROR
               PERFORM 2990-REFUSE-PACKAGE
           END-IF
           CLOSE PRMPKG.

       2100-START-TABLE.
           MOVE PKG-TBL-ID TO WS-CUR-TABLE-ID
           MOVE PKG-TBL-SCOPE TO WS-CUR-SCOPE
           ADD 1 TO WS-TABLE-COUNT
           IF NOT WS-CUR-FULL AND NOT WS-CUR-ENTRIES
               MOVE "TABLE SCOPE NOT F OR E" TO WS-PKG-ERROR
               PERFORM 2990-REFUSE-PACKAGE
           END-IF
           IF WS-CUR-FULL
               MOVE WS-CUR-TABLE-ID TO MST-TABLE-ID
               MOVE LOW-VALUES TO MST-ENTRY
               START TBLMSTR KEY IS NOT LESS THAN MST-TBL-KEY
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-LIVE-KEY
                   NOT INVALID KEY
                       PERFORM 2170-READ-LIVE-NEXT
               END-START
           END-IF.

      *  2150-END-FULL-TABLE: live entries of a whole table left
      *  once the package's entries for it are done were added in
      *  production after the cut.
       2150-END-FULL-TABLE.
           IF WS-CUR-FULL
               PERFORM UNTIL WS-LIVE-KEY = HIGH-VALUES
                   PERFORM 2160-LIVE-NOT-ON-PACKAGE
                   PERFORM 2170-READ-LIVE-NEXT
               END-PERFORM
           END-IF
           MOVE SPACE TO WS-CUR-SCOPE.

       2160-LIVE-NOT-ON-PACKAGE.
           MOVE "PROD CHANGED SINCE CUT" TO WS-BLOCK-REASON
           ADD 1 TO WS-STALE-COUNT
           ADD 1 TO WS-BLOCKED-COUNT
           MOVE MST-TABLE-ID TO WS-DTL-TBLID
           MOVE MST-ENTRY TO WS-DTL-ENTRY
           MOVE "BLOCKED " TO WS-DTL-ACTION
           MOVE SPACES TO WS-DTL-FIELD
           MOVE SPACES TO WS-DTL-SIDE
           MOVE WS-BLOCK-REASON TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL
           MOVE "ENTR" TO WS-DTL-FIELD
           MOVE "BASE" TO WS-DTL-SIDE
           MOVE "NOT ON FILE" TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL
           MOVE MST-REC TO CMN-REC
           MOVE "LIVE" TO WS-SIDE-NEW
           PERFORM 2270-LIST-IMAGE.

       2170-READ-LIVE-NEXT.
           READ TBLMSTR NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   IF MST-TABLE-ID = WS-CUR-TABLE-ID
                       MOVE MST-TBL-KEY TO WS-LIVE-KEY
                   ELSE
                       MOVE HIGH-VALUES TO WS-LIVE-KEY
                   END-IF
           END-READ.

      *  2200-CHECK-ENTRY finds the live record for the package entry
      *  - by the match for a whole table, by key for a named entry -
      *  and decides what applying the entry would do and whether
      *  anything blocks it.
       2200-CHECK-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE PKG-MST-TEST-IMAGE TO PKT-REC
           MOVE PKG-MST-BASE-IMAGE TO PKB-REC
           IF PKT-REC NOT = SPACES
               MOVE PKT-TBL-KEY TO WS-PKG-KEY
           ELSE
               MOVE PKB-TBL-KEY TO WS-PKG-KEY
           END-IF
           IF WS-PKG-KEY(1:4) NOT = WS-CUR-TABLE-ID
               OR WS-CUR-SCOPE = SPACE
               MOVE "ENTRY OUTSIDE ITS TABLE RECORD" TO WS-PKG-ERROR
               PERFORM 2990-REFUSE-PACKAGE
           END-IF
           MOVE SPACES TO LVI-REC
           IF WS-CUR-FULL
               PERFORM UNTIL WS-LIVE-KEY NOT < WS-PKG-KEY
                   PERFORM 2160-LIVE-NOT-ON-PACKAGE
                   PERFORM 2170-READ-LIVE-NEXT
               END-PERFORM
               IF WS-LIVE-KEY = WS-PKG-KEY
                   MOVE MST-REC TO LVI-REC
                   PERFORM 2170-READ-LIVE-NEXT
               END-IF
           ELSE
               MOVE WS-PKG-KEY TO MST-TBL-KEY
               READ TBLMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-REC TO LVI-REC
               END-READ
           END-IF
           PERFORM 2210-DECIDE-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN WS-ACTION-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN WS-ACTION-DELETE
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-BLOCK-REASON
           PERFORM 2220-CHECK-BASE
           IF WS-BLOCK-REASON = SPACES
               AND NOT WS-ACTION-NONE
               AND WS-PNDCHG-OPEN
               PERFORM 2230-CHECK-QUEUED
           END-IF
           IF WS-BLOCK-REASON = SPACES
               AND (WS-ACTION-ADD OR WS-ACTION-CHANGE)
               AND PKT-EFF-DATE > WS-RUN-DATE
               MOVE "FUTURE-DATED - APPLY ON EFF DT"
                   TO WS-BLOCK-REASON
               ADD 1 TO WS-FUTURE-COUNT
           END-IF
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF
           IF NOT WS-ACTION-NONE
               PERFORM 2240-NOTE-PACKAGE-ENTRY
           END-IF
           IF NOT WS-ACTION-NONE OR WS-BLOCK-REASON NOT = SPACES
               PERFORM 2250-REPORT-ENTRY
           END-IF.

      *  2210-DECIDE-ACTION compares the package's test image with
      *  the live record. The ledger flag and the MST-COUNT position
      *  are left out, as in TBLCOMP - neither is maintained by hand,
      *  and a change keeps production's position.
       2210-DECIDE-ACTION.
           EVALUATE TRUE
               WHEN PKT-REC = SPACES AND LVI-REC = SPACES
                   SET WS-ACTION-NONE TO TRUE
               WHEN PKT-REC = SPACES
                   SET WS-ACTION-DELETE TO TRUE
               WHEN LVI-REC = SPACES
                   SET WS-ACTION-ADD TO TRUE
               WHEN PKT-CATEGORY NOT = LVI-CATEGORY
                 OR PKT-EFF-DATE NOT = LVI-EFF-DATE
                 OR PKT-STATUS NOT = LVI-STATUS
                 OR PKT-DESC NOT = LVI-DESC
                   SET WS-ACTION-CHANGE TO TRUE
               WHEN OTHER
                   SET WS-ACTION-NONE TO TRUE
           END-EVALUATE.

      *  2220-CHECK-BASE proves live production still holds what the
      *  test copy was refreshed from - the same business fields
      *  2210 compares, or the entry absent on both.
       2220-CHECK-BASE.
           EVALUATE TRUE
               WHEN PKB-REC = SPACES AND LVI-REC = SPACES
                   CONTINUE
               WHEN PKB-REC = SPACES OR LVI-REC = SPACES
                   MOVE "PROD CHANGED SINCE CUT" TO WS-BLOCK-REASON
               WHEN PKB-CATEGORY NOT = LVI-CATEGORY
                 OR PKB-EFF-DATE NOT = LVI-EFF-DATE
                 OR PKB-STATUS NOT = LVI-STATUS
                 OR PKB-DESC NOT = LVI-DESC
                   MOVE "PROD CHANGED SINCE CUT" TO WS-BLOCK-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-STALE-COUNT
           END-IF.

      *  A queued change carries a full image of the entry; applied
      *  after the promotion it would put the old value back.
       2230-CHECK-QUEUED.
           MOVE WS-PKG-KEY(1:4) TO PND-TABLE-ID
           MOVE WS-PKG-KEY(5:20) TO PND-ENTRY
           MOVE ZEROS TO PND-EFF-DATE
           START PNDCHG KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PNDCHG NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PND-TABLE-ID = WS-PKG-KEY(1:4)
                               AND PND-ENTRY = WS-PKG-KEY(5:20)
                               MOVE "CHANGE QUEUED ON PNDCHG"
                                   TO WS-BLOCK-REASON
                               ADD 1 TO WS-QUEUED-COUNT
                           END-IF
                   END-READ
           END-START.

       2240-NOTE-PACKAGE-ENTRY.
           IF WS-PKGENT-MAX NOT < 20000
               MOVE "OVER 20000 ENTRIES TO APPLY - SPLIT IT"
                   TO WS-PKG-ERROR
               PERFORM 2990-REFUSE-PACKAGE
           END-IF
           ADD 1 TO WS-PKGENT-MAX
           MOVE WS-PKG-KEY TO WS-PKE-KEY(WS-PKGENT-MAX)
           MOVE WS-ENTRY-ACTION(1:1) TO WS-PKE-ACTION(WS-PKGENT-MAX)
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE "Y" TO WS-PKE-BLOCKED-SW(WS-PKGENT-MAX)
           ELSE
               MOVE "N" TO WS-PKE-BLOCKED-SW(WS-PKGENT-MAX)
           END-IF.

      *  2250-REPORT-ENTRY lists the entry for sign-off: an add with
      *  its package image, a delete with the live image going, a
      *  change field by field, live then package. A blocked entry
      *  says why, and one production changed since the cut shows
      *  the base against live.
       2250-REPORT-ENTRY.
           MOVE WS-PKG-KEY(1:4) TO WS-DTL-TBLID
           MOVE WS-PKG-KEY(5:20) TO WS-DTL-ENTRY
           MOVE WS-ENTRY-ACTION TO WS-DTL-ACTION
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE "BLOCKED " TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-FIELD
               MOVE SPACES TO WS-DTL-SIDE
               MOVE WS-BLOCK-REASON TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
               MOVE WS-ENTRY-ACTION TO WS-DTL-ACTION
           END-IF
           IF WS-BLOCK-REASON = "PROD CHANGED SINCE CUT"
               MOVE "BASE" TO WS-SIDE-OLD
               MOVE "LIVE" TO WS-SIDE-NEW
               EVALUATE TRUE
                   WHEN PKB-REC = SPACES
                       MOVE "ENTR" TO WS-DTL-FIELD
                       MOVE "BASE" TO WS-DTL-SIDE
                       MOVE "NOT ON FILE" TO WS-DTL-VALUE
                       PERFORM 2290-WRITE-DETAIL
                       MOVE LVI-REC TO CMN-REC
                       PERFORM 2270-LIST-IMAGE
                   WHEN LVI-REC = SPACES
                       MOVE "ENTR" TO WS-DTL-FIELD
                       MOVE "LIVE" TO WS-DTL-SIDE
                       MOVE "NOT ON FILE" TO WS-DTL-VALUE
                       PERFORM 2290-WRITE-DETAIL
                   WHEN OTHER
                       MOVE PKB-REC TO CMO-REC
                       MOVE LVI-REC TO CMN-REC
                       PERFORM 2260-LIST-CHANGED-FIELDS
               END-EVALUATE
               MOVE WS-ENTRY-ACTION TO WS-DTL-ACTION
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE PKT-REC TO CMN-REC
                   MOVE "PKG " TO WS-SIDE-NEW
                   PERFORM 2270-LIST-IMAGE
               WHEN WS-ACTION-DELETE
                   MOVE LVI-REC TO CMN-REC
                   MOVE "LIVE" TO WS-SIDE-NEW
                   PERFORM 2270-LIST-IMAGE
               WHEN WS-ACTION-CHANGE
                   MOVE LVI-REC TO CMO-REC
                   MOVE PKT-REC TO CMN-REC
                   MOVE "LIVE" TO WS-SIDE-OLD
                   MOVE "PKG " TO WS-SIDE-NEW
                   PERFORM 2260-LIST-CHANGED-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  2260-LIST-CHANGED-FIELDS prints each business field that
      *  differs between CMO and CMN as a pair of lines.
       2260-LIST-CHANGED-FIELDS.
           IF CMO-CATEGORY NOT = CMN-CATEGORY
               MOVE "CAT " TO WS-DTL-FIELD
               MOVE WS-SIDE-OLD TO WS-DTL-SIDE
               MOVE CMO-CATEGORY TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
               MOVE WS-SIDE-NEW TO WS-DTL-SIDE
               MOVE CMN-CATEGORY TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
           END-IF
           IF CMO-EFF-DATE NOT = CMN-EFF-DATE
               MOVE "EFF " TO WS-DTL-FIELD
               MOVE WS-SIDE-OLD TO WS-DTL-SIDE
               MOVE CMO-EFF-DATE TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
               MOVE WS-SIDE-NEW TO WS-DTL-SIDE
               MOVE CMN-EFF-DATE TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
           END-IF
           IF CMO-STATUS NOT = CMN-STATUS
               MOVE "STAT" TO WS-DTL-FIELD
               MOVE WS-SIDE-OLD TO WS-DTL-SIDE
               MOVE CMO-STATUS TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
               MOVE WS-SIDE-NEW TO WS-DTL-SIDE
               MOVE CMN-STATUS TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
           END-IF
           IF CMO-DESC NOT = CMN-DESC
               MOVE "DESC" TO WS-DTL-FIELD
               MOVE WS-SIDE-OLD TO WS-DTL-SIDE
               MOVE CMO-DESC TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
               MOVE WS-SIDE-NEW TO WS-DTL-SIDE
               MOVE CMN-DESC TO WS-DTL-VALUE
               PERFORM 2290-WRITE-DETAIL
           END-IF.

      *  2270-LIST-IMAGE prints every business field of CMN.
       2270-LIST-IMAGE.
           MOVE WS-SIDE-NEW TO WS-DTL-SIDE
           MOVE "CAT " TO WS-DTL-FIELD
           MOVE CMN-CATEGORY TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL
           MOVE WS-SIDE-NEW TO WS-DTL-SIDE
           MOVE "EFF " TO WS-DTL-FIELD
           MOVE CMN-EFF-DATE TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL
           MOVE WS-SIDE-NEW TO WS-DTL-SIDE
           MOVE "STAT" TO WS-DTL-FIELD
           MOVE CMN-STATUS TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL
           MOVE WS-SIDE-NEW TO WS-DTL-SIDE
           MOVE "DESC" TO WS-DTL-FIELD
           MOVE CMN-DESC TO WS-DTL-VALUE
           PERFORM 2290-WRITE-DETAIL.

      *  The table, entry and action print on an entry's first line
      *  only.
       2290-WRITE-DETAIL.
           WRITE PRM-LINE FROM WS-PRM-DETAIL
           MOVE SPACES TO WS-DTL-TBLID
           MOVE SPACES TO WS-DTL-ENTRY
           MOVE SPACES TO WS-DTL-ACTION
           MOVE SPACES TO WS-DTL-FIELD
           MOVE SPACES TO WS-DTL-SIDE.

      *  2300-CHECK-CATEGORY: a category production lacks is held to
      *  be added; one it has keeps production's description.
       2300-CHECK-CATEGORY.
           ADD 1 TO WS-CATEGORY-COUNT
           MOVE PKG-CAT-IMAGE TO PKC-REC
           MOVE PKC-CODE TO CAT-CODE
           MOVE "CATG" TO WS-DTL-TBLID
           MOVE SPACES TO WS-DTL-ENTRY
           MOVE PKC-CODE TO WS-DTL-ENTRY(1:4)
           MOVE "DESC" TO WS-DTL-FIELD
           READ CATMSTR
               INVALID KEY
                   IF WS-NEWCAT-MAX = 200
                       MOVE "MORE THAN 200 NEW CATEGORIES"
                           TO WS-PKG-ERROR
                       PERFORM 2990-REFUSE-PACKAGE
                   END-IF
                   ADD 1 TO WS-NEWCAT-MAX
                   MOVE PKC-REC TO WS-NEWCAT-REC(WS-NEWCAT-MAX)
                   MOVE "ADD     " TO WS-DTL-ACTION
                   MOVE "PKG " TO WS-DTL-SIDE
                   MOVE PKC-DESC TO WS-DTL-VALUE
                   PERFORM 2290-WRITE-DETAIL
               NOT INVALID KEY
                   IF CAT-DESC NOT = PKC-DESC
                       ADD 1 TO WS-CATKEPT-COUNT
                       MOVE "KEPT    " TO WS-DTL-ACTION
                       MOVE "LIVE" TO WS-DTL-SIDE
                       MOVE CAT-DESC TO WS-DTL-VALUE
                       PERFORM 2290-WRITE-DETAIL
                       MOVE "DESC" TO WS-DTL-FIELD
                       MOVE "PKG " TO WS-DTL-SIDE
                       MOVE PKC-DESC TO WS-DTL-VALUE
                       PERFORM 2290-WRITE-DETAIL
                   END-IF
           END-READ.

       2400-CHECK-TRAILER.
           IF PKG-TRL-TABLES NOT = WS-TABLE-COUNT
               OR PKG-TRL-ENTRIES NOT = WS-ENTRY-COUNT
               OR PKG-TRL-CATEGORIES NOT = WS-CATEGORY-COUNT
               DISPLAY "TBLPRMA2400E TRAILER TABLES/ENTRIES/CATEGORIES "
                   PKG-TRL-TABLES "/" PKG-TRL-ENTRIES "/"
                   PKG-TRL-CATEGORIES " READ " WS-TABLE-COUNT "/"
                   WS-ENTRY-COUNT "/" WS-CATEGORY-COUNT
               MOVE "OUT OF BALANCE WITH ITS TRAILER" TO WS-PKG-ERROR
               PERFORM 2990-REFUSE-PACKAGE
           END-IF.

      *  2450-CHECK-PACKAGE-AS-SET reads the package again, as the
      *  apply does, once the compare has noted every entry it
      *  would touch. An entry the compare already blocked is not
      *  listed twice.
       2450-CHECK-PACKAGE-AS-SET.
           WRITE PRM-LINE FROM WS-PRM-CHECK-LINE
           OPEN INPUT PRMPKG
           IF NOT WS-PRMPKG-OK
               DISPLAY "TBLPRMA2450E OPEN FAILED FOR PRMPKG - "
                   WS-PRMPKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRMPKG-EOF
               READ PRMPKG
                   AT END
                       SET WS-PRMPKG-EOF TO TRUE
                   NOT AT END
                       IF PKG-MASTER
                           PERFORM 2460-CHECK-SET-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRMPKG.

       2460-CHECK-SET-ENTRY.
           MOVE PKG-MST-TEST-IMAGE TO PKT-REC
           MOVE PKG-MST-BASE-IMAGE TO PKB-REC
           IF PKT-REC NOT = SPACES
               MOVE PKT-TBL-KEY TO WS-PKG-KEY
           ELSE
               MOVE PKB-TBL-KEY TO WS-PKG-KEY
           END-IF
           MOVE WS-PKG-KEY TO WS-FIND-KEY
           PERFORM 2490-FIND-PACKAGE-ENTRY
           IF WS-PKGENT-FOUND
               IF NOT WS-PKE-BLOCKED(WS-PKGENT-IDX)
                   PERFORM 2462-CHECK-UNBLOCKED-ENTRY
               END-IF
           END-IF.

       2462-CHECK-UNBLOCKED-ENTRY.
           MOVE SPACES TO LVI-REC
           MOVE WS-PKG-KEY TO MST-TBL-KEY
           READ TBLMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-REC TO LVI-REC
           END-READ
           PERFORM 2210-DECIDE-ACTION
           MOVE SPACES TO WS-BLOCK-REASON
           IF WS-ACTION-ADD
               PERFORM 2465-CHECK-POSITION
           END-IF
           IF WS-BLOCK-REASON = SPACES
               AND (WS-ACTION-ADD OR WS-ACTION-CHANGE)
               PERFORM 2470-CHECK-PARENT-REFS
           END-IF
           IF WS-ACTION-DELETE
               PERFORM 2480-CHECK-LIVE-CHILDREN
           END-IF
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-BLOCKED-COUNT
               PERFORM 2250-REPORT-ENTRY
           END-IF.

      *  MST-COUNT is unique across the cluster (CNTAIX): an add is
      *  written with the position it holds on test, and a live
      *  entry already there - the package's own deletes included,
      *  as they may apply after the add - would fail the write.
       2465-CHECK-POSITION.
           MOVE PKT-COUNT TO MST-COUNT
           READ TBLMSTR KEY IS MST-COUNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "POSITION " PKT-COUNT " USED ON LIVE"
                       DELIMITED BY SIZE INTO WS-BLOCK-REASON
                   ADD 1 TO WS-POSUSED-COUNT
           END-READ.

      *  2470-CHECK-PARENT-REFS applies every TBLREL rule for the
      *  entry's table to its package image. The parent must be on
      *  file after the promotion: added or kept by the package, or
      *  on live and not deleted by it.
       2470-CHECK-PARENT-REFS.
           MOVE PKT-CATEGORY TO WS-RIM-CATEGORY
           MOVE PKT-ENTRY TO WS-RIM-ENTRY
           MOVE PKT-DESC TO WS-RIM-DESC
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-BLOCK-REASON NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = PKT-TABLE-ID
                   PERFORM 2475-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "NO REFERENCE TO TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-BLOCK-REASON
                       END-IF
                   ELSE
                       MOVE WS-RUL-PARENT(WS-RUL-SUB)
                           TO WS-FIND-KEY(1:4)
                       MOVE WS-REL-VALUE TO WS-FIND-KEY(5:20)
                       PERFORM 2490-FIND-PACKAGE-ENTRY
                       IF WS-PKGENT-FOUND
                           IF WS-PKE-DELETE(WS-PKGENT-IDX)
                               STRING "PARENT NOT IN "
                                   WS-RUL-PARENT(WS-RUL-SUB)
                                   " AFTER APPLY"
                                   DELIMITED BY SIZE
                                   INTO WS-BLOCK-REASON
                           END-IF
                       ELSE
                           MOVE WS-FIND-KEY TO MST-TBL-KEY
                           READ TBLMSTR
                               INVALID KEY
                                   STRING "PARENT NOT IN "
                                       WS-RUL-PARENT(WS-RUL-SUB)
                                       " AFTER APPLY"
                                       DELIMITED BY SIZE
                                       INTO WS-BLOCK-REASON
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-RELBLK-COUNT
           END-IF.

       2475-EXTRACT-REFERENCE.
           EVALUATE WS-RUL-FIELD(WS-RUL-SUB)
               WHEN "C"
                   MOVE WS-RIM-CATEGORY TO WS-REL-SOURCE
               WHEN "E"
                   MOVE WS-RIM-ENTRY TO WS-REL-SOURCE
               WHEN OTHER
                   MOVE WS-RIM-DESC TO WS-REL-SOURCE
           END-EVALUATE
           MOVE WS-REL-SOURCE(WS-RUL-START(WS-RUL-SUB):
                   WS-RUL-LENGTH(WS-RUL-SUB)) TO WS-REL-VALUE.

      *  2480-CHECK-LIVE-CHILDREN blocks a delete while a live entry
      *  of any child table still names the entry. A child the
      *  package also touches is left to its own check - deleted,
      *  or changed and judged by the reference it will carry.
       2480-CHECK-LIVE-CHILDREN.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-BLOCK-REASON NOT = SPACES
               IF WS-RUL-PARENT(WS-RUL-SUB) = WS-PKG-KEY(1:4)
                   PERFORM 2485-BROWSE-CHILD-TABLE
               END-IF
           END-PERFORM
           IF WS-BLOCK-REASON NOT = SPACES
               ADD 1 TO WS-RELBLK-COUNT
           END-IF.

       2485-BROWSE-CHILD-TABLE.
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-RUL-CHILD(WS-RUL-SUB) TO MST-TABLE-ID
           MOVE LOW-VALUES TO MST-ENTRY
           START TBLMSTR KEY IS NOT LESS THAN MST-TBL-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE
               READ TBLMSTR NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF MST-TABLE-ID NOT = WS-RUL-CHILD(WS-RUL-SUB)
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           MOVE MST-CATEGORY TO WS-RIM-CATEGORY
                           MOVE MST-ENTRY TO WS-RIM-ENTRY
                           MOVE MST-DESC TO WS-RIM-DESC
                           PERFORM 2475-EXTRACT-REFERENCE
                           IF WS-REL-VALUE = WS-PKG-KEY(5:20)
                               MOVE MST-TBL-KEY TO WS-FIND-KEY
                               PERFORM 2490-FIND-PACKAGE-ENTRY
                               IF WS-PKGENT-NOT-FOUND
                                   STRING "LIVE CHILD ENTRIES IN "
                                       WS-RUL-CHILD(WS-RUL-SUB)
                                       DELIMITED BY SIZE
                                       INTO WS-BLOCK-REASON
                                   SET WS-BROWSE-DONE TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2490-FIND-PACKAGE-ENTRY.
           SET WS-PKGENT-NOT-FOUND TO TRUE
           IF WS-PKGENT-MAX > ZEROS
               SET WS-PKGENT-IDX TO 1
               SEARCH WS-PKGENT
                   AT END
                       CONTINUE
                   WHEN WS-PKE-KEY(WS-PKGENT-IDX) = WS-FIND-KEY
                       SET WS-PKGENT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *  2500-APPLY-CATEGORIES adds the new categories ahead of the
      *  entries, so no promoted entry is ever on TBLMSTR without its
      *  category. They are logged the way TBLCATM logs an add - the
      *  code in the entry field, no table id.
       2500-APPLY-CATEGORIES.
           PERFORM VARYING WS-NEWCAT-SUB FROM 1 BY 1
                   UNTIL WS-NEWCAT-SUB > WS-NEWCAT-MAX
               MOVE WS-NEWCAT-REC(WS-NEWCAT-SUB) TO CAT-REC
               WRITE CAT-REC
                   INVALID KEY
                       DISPLAY "TBLPRMA2500E WRITE FAILED FOR "
                           "CATMSTR - " WS-CATMSTR-STATUS " AT "
                           CAT-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               MOVE ZEROS TO WS-AUD-COUNT
               MOVE SPACES TO WS-AUD-TABLE-ID
               MOVE SPACES TO WS-AUD-ENTRY
               MOVE CAT-CODE TO WS-AUD-ENTRY(1:4)
               MOVE "A" TO WS-AUD-ACTION
               PERFORM 2860-STAMP-AUDIT-RECORD
           END-PERFORM.

      *  2600-APPLY-PACKAGE reads the package a second time and
      *  applies each entry against the live record, which 2000 has
      *  just proved is the base.
       2600-APPLY-PACKAGE.
           OPEN INPUT PRMPKG
           IF NOT WS-PRMPKG-OK
               DISPLAY "TBLPRMA2600E OPEN FAILED FOR PRMPKG - "
                   WS-PRMPKG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRMPKG-EOF
               READ PRMPKG
                   AT END
                       SET WS-PRMPKG-EOF TO TRUE
                   NOT AT END
                       IF PKG-MASTER
                           PERFORM 2610-APPLY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRMPKG.

       2610-APPLY-ENTRY.
           MOVE PKG-MST-TEST-IMAGE TO PKT-REC
           MOVE PKG-MST-BASE-IMAGE TO PKB-REC
           IF PKT-REC NOT = SPACES
               MOVE PKT-TBL-KEY TO WS-PKG-KEY
           ELSE
               MOVE PKB-TBL-KEY TO WS-PKG-KEY
           END-IF
           MOVE SPACES TO LVI-REC
           MOVE WS-PKG-KEY TO MST-TBL-KEY
           READ TBLMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-REC TO LVI-REC
           END-READ
           PERFORM 2210-DECIDE-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2620-APPLY-ADD
               WHEN WS-ACTION-CHANGE
                   PERFORM 2630-APPLY-CHANGE
               WHEN WS-ACTION-DELETE
                   PERFORM 2640-APPLY-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2620-APPLY-ADD.
           MOVE PKT-REC TO MST-REC
           SET MST-LEDGER-PENDING TO TRUE
           WRITE MST-REC
               INVALID KEY
                   DISPLAY "TBLPRMA2620E WRITE FAILED FOR TBLMSTR - "
                       WS-TBLMSTR-STATUS " AT " MST-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE SPACES TO WS-BKI-BEFORE
           MOVE MST-REC TO WS-BKI-AFTER
           MOVE "A" TO WS-BKI-ACTION
           MOVE "A" TO WS-HST-ACTION
           MOVE MST-EFF-DATE TO WS-HST-EFF-DATE
           PERFORM 2690-RECORD-APPLIED.

      *  A change takes the package's business fields and keeps the
      *  live MST-COUNT position.
       2630-APPLY-CHANGE.
           MOVE MST-REC TO WS-BKI-BEFORE
           MOVE PKT-CATEGORY TO MST-CATEGORY
           MOVE PKT-EFF-DATE TO MST-EFF-DATE
           MOVE PKT-STATUS TO MST-STATUS
           MOVE PKT-DESC TO MST-DESC
           SET MST-LEDGER-PENDING TO TRUE
           REWRITE MST-REC
               INVALID KEY
                   DISPLAY "TBLPRMA2630E REWRITE FAILED FOR TBLMSTR - "
                       WS-TBLMSTR-STATUS " AT " MST-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE MST-REC TO WS-BKI-AFTER
           MOVE "C" TO WS-BKI-ACTION
           MOVE "C" TO WS-HST-ACTION
           MOVE MST-EFF-DATE TO WS-HST-EFF-DATE
           PERFORM 2690-RECORD-APPLIED.

      *  The delete marker is dated the run date - the entry goes
      *  out of force from the day it was promoted away.
       2640-APPLY-DELETE.
           MOVE MST-REC TO WS-BKI-BEFORE
           DELETE TBLMSTR
               INVALID KEY
                   DISPLAY "TBLPRMA2640E DELETE FAILED FOR TBLMSTR - "
                       WS-TBLMSTR-STATUS " AT " MST-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           MOVE WS-BKI-BEFORE TO MST-REC
           MOVE SPACES TO WS-BKI-AFTER
           MOVE "D" TO WS-BKI-ACTION
           MOVE "D" TO WS-HST-ACTION
           MOVE WS-RUN-DATE TO WS-HST-EFF-DATE
           PERFORM 2690-RECORD-APPLIED.

       2690-RECORD-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2700-WRITE-HISTORY-RECORD
           PERFORM 2760-WRITE-BACKOUT-IMAGE
           PERFORM 2850-WRITE-AUDIT-RECORD.

       2700-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HST-REC
           MOVE MST-TABLE-ID TO HST-TABLE-ID
           MOVE MST-ENTRY TO HST-ENTRY
           MOVE WS-HST-EFF-DATE TO HST-EFF-DATE
           MOVE MST-COUNT TO HST-COUNT
           MOVE MST-CATEGORY TO HST-CATEGORY
           MOVE MST-STATUS TO HST-STATUS
           MOVE MST-DESC TO HST-DESC
           MOVE WS-HST-ACTION TO HST-ACTION
           ACCEPT HST-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO HST-STAMP-TIME
           MOVE WS-RUN-JOBID TO HST-STAMP-JOBID
           MOVE WS-MAKER-ID TO HST-MAKER-ID
           MOVE WS-CHECKER-ID TO HST-CHECKER-ID
           WRITE HST-REC
               INVALID KEY
                   REWRITE HST-REC
           END-WRITE
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLPRMA2700E WRITE FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS " AT " HST-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2760-WRITE-BACKOUT-IMAGE.
           MOVE SPACES TO BKI-REC
           MOVE WS-RUN-JOBID TO BKI-RUNID
           MOVE WS-BKI-ACTION TO BKI-ACTION
           MOVE WS-BKI-BEFORE TO BKI-BEFORE-IMAGE
           MOVE WS-BKI-AFTER TO BKI-AFTER-IMAGE
           MOVE WS-MAKER-ID TO BKI-MAKER-ID
           MOVE WS-CHECKER-ID TO BKI-CHECKER-ID
           WRITE BKI-REC
           IF NOT WS-BKIMAGE-OK
               DISPLAY "TBLPRMA2760E WRITE FAILED FOR BKIMAGE - "
                   WS-BKIMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-AUDIT-RECORD.
           MOVE MST-COUNT TO WS-AUD-COUNT
           MOVE MST-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE MST-ENTRY TO WS-AUD-ENTRY
           MOVE WS-HST-ACTION TO WS-AUD-ACTION
           PERFORM 2860-STAMP-AUDIT-RECORD.

       2860-STAMP-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE WS-MAKER-ID TO WS-AUD-MAKER
           MOVE WS-CHECKER-ID TO WS-AUD-CHECKER
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

      *  2990-REFUSE-PACKAGE: a package that is not what TBLPRMX
      *  cut is never compared further, in either mode.
       2990-REFUSE-PACKAGE.
           DISPLAY "TBLPRMA2990E PACKAGE " WS-PKG-NAME " REFUSED - "
               WS-PKG-ERROR
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       3000-WRITE-TOTALS.
           MOVE "TABLES ON PACKAGE       " TO WS-TOT-LABEL
           MOVE WS-TABLE-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "ENTRIES ON PACKAGE      " TO WS-TOT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  TO ADD                " TO WS-TOT-LABEL
           MOVE WS-ADD-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  TO CHANGE             " TO WS-TOT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  TO DELETE             " TO WS-TOT-LABEL
           MOVE WS-DELETE-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  UNCHANGED             " TO WS-TOT-LABEL
           MOVE WS-SAME-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "CATEGORIES ON PACKAGE   " TO WS-TOT-LABEL
           MOVE WS-CATEGORY-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  TO ADD                " TO WS-TOT-LABEL
           MOVE WS-NEWCAT-MAX TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "  DESCRIPTION KEPT      " TO WS-TOT-LABEL
           MOVE WS-CATKEPT-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "PROD CHANGED SINCE CUT  " TO WS-TOT-LABEL
           MOVE WS-STALE-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "CHANGE QUEUED ON PNDCHG " TO WS-TOT-LABEL
           MOVE WS-QUEUED-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "FUTURE-DATED            " TO WS-TOT-LABEL
           MOVE WS-FUTURE-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "BROKEN TBLREL REFERENCE " TO WS-TOT-LABEL
           MOVE WS-RELBLK-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "POSITION USED ON LIVE   " TO WS-TOT-LABEL
           MOVE WS-POSUSED-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           MOVE "ENTRIES BLOCKED         " TO WS-TOT-LABEL
           MOVE WS-BLOCKED-COUNT TO WS-TOT-VALUE
           WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           IF WS-MODE-APPLY
               MOVE "ENTRIES APPLIED         " TO WS-TOT-LABEL
               MOVE WS-APPLIED-COUNT TO WS-TOT-VALUE
               WRITE PRM-LINE FROM WS-PRM-TOTAL-LINE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE TBLMSTR
           CLOSE CATMSTR
           IF WS-PNDCHG-OPEN
               CLOSE PNDCHG
           END-IF
           CLOSE PRMRPT
           IF WS-UPDATE-OPEN
               CLOSE TBLHIST
               CLOSE BKIMAGE
               CLOSE AUDITLOG
           END-IF.
