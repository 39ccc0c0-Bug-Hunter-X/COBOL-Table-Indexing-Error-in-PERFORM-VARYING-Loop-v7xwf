       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLHRET.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLHRET - retention and compaction of the TBLHIST effective-
      *  dated history master. The nightly load adds an image for
      *  every entry whose effective date moved, and TBLMAINT, TMNT,
      *  TBLACTV, TBLRECL and TBLBKOUT add their own, so without a
      *  purge the cluster only grows. This program reads TBLHIST in
      *  key order - table id + entry, effective date ascending
      *  within entry - and for each entry:
      *    - keeps the one image in force on the table's cutoff date
      *      (the latest image dated on or before it) and every image
      *      dated after it;
      *    - archives the older images to HSTARCH;
      *    - collapses a nightly-load (L) image whose count,
      *      category, status and description are the same as the
      *      L image kept just before it: the later image is
      *      archived and the earlier one stays in force in its
      *      place. The entry's latest image is never collapsed -
      *      it is the one TBLMSTR carries, that TBLINTG matches
      *      and that tomorrow's load refreshes in place.
      *  The cutoff comes from the HRETCARD cards, one per table id
      *  with the number of days to keep; an ALL card sets the
      *  default for tables without their own. A table with neither
      *  is copied through untouched. Kept images go to HSTTRIM for
      *  the reload step that rebuilds the cluster. An as-of lookup
      *  for any date on or after the cutoff finds the same count,
      *  category, status and description as before the run; for a
      *  collapsed image it reports the effective date the unchanged
      *  content first took effect.
      *  HRETRPT shows per table the images read, kept, collapsed and
      *  archived, which must balance (read = kept + collapsed +
      *  archived), and the same for the whole file against the
      *  records written. An out-of-balance run ends RC=16 so the
      *  reload step does not replace the cluster.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBLHIST ASSIGN TO "TBLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-TBLHIST-STATUS.

           SELECT HRETCARD ASSIGN TO "HRETCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRETCARD-STATUS.

           SELECT HSTTRIM ASSIGN TO "HSTTRIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTTRIM-STATUS.

           SELECT HSTARCH ASSIGN TO "HSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTARCH-STATUS.

           SELECT HRETRPT ASSIGN TO "HRETRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRETRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

      *  One card per table: table id (or ALL) in columns 1-4 and
      *  the days of history to keep, 4 digits, in columns 6-9.
       FD  HRETCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HRC-REC.
           05  HRC-TABLE-ID            PIC X(4).
           05  FILLER                  PIC X(1).
           05  HRC-DAYS                PIC 9(4).
           05  FILLER                  PIC X(71).

       FD  HSTTRIM
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  TRIM-REC                    PIC X(120).

       FD  HSTARCH
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ARCH-REC                    PIC X(120).

       FD  HRETRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HRET-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TBLHIST-STATUS           PIC XX VALUE "00".
           88 WS-TBLHIST-OK                     VALUE "00".
           88 WS-TBLHIST-EOF                    VALUE "10".

       01  WS-HRETCARD-STATUS          PIC XX VALUE "00".
           88 WS-HRETCARD-OK                    VALUE "00".
           88 WS-HRETCARD-EOF                   VALUE "10".

       01  WS-HSTTRIM-STATUS           PIC XX VALUE "00".
           88 WS-HSTTRIM-OK                     VALUE "00".

       01  WS-HSTARCH-STATUS           PIC XX VALUE "00".
           88 WS-HSTARCH-OK                     VALUE "00".

       01  WS-HRETRPT-STATUS           PIC XX VALUE "00".
           88 WS-HRETRPT-OK                     VALUE "00".

      *  The ALL card's days, when one was read.
       01  WS-DEFAULT-DAYS             PIC 9(4) VALUE ZEROS.
       01  WS-DEFAULT-STATUS           PIC X VALUE "N".
           88 WS-DEFAULT-SET                    VALUE "Y".
           88 WS-DEFAULT-NONE                   VALUE "N".

      *  Per-table controls: one slot per table id met on a card or
      *  on TBLHIST, with its cutoff and the four tallies that must
      *  balance. WS-TRC-RETAINED is off for a table with no card
      *  and no ALL card - its images are all kept as they stand.
       01  WS-TBLRET-MAX               PIC 9(2) VALUE ZEROS.
       01  WS-TBLRET-AREA.
           05  WS-TBLRET OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TBLRET-MAX.
               10  WS-TRC-TABLE-ID     PIC X(4).
               10  WS-TRC-CUTOFF       PIC 9(8).
               10  WS-TRC-CARD         PIC X(1).
                   88 WS-TRC-FROM-CARD          VALUE "Y".
                   88 WS-TRC-FROM-HIST          VALUE "N".
               10  WS-TRC-RETAIN       PIC X(1).
                   88 WS-TRC-RETAINED           VALUE "Y".
                   88 WS-TRC-UNTOUCHED          VALUE "N".
               10  WS-TRC-READ         PIC 9(7).
               10  WS-TRC-KEPT         PIC 9(7).
               10  WS-TRC-COLLAPSED    PIC 9(7).
               10  WS-TRC-ARCHIVED     PIC 9(7).
       01  WS-TBLRET-SUB               PIC 9(2) VALUE ZEROS.
       01  WS-TBLRET-FIND-ID           PIC X(4) VALUE SPACES.
       01  WS-CUR-SUB                  PIC 9(2) VALUE ZEROS.

      *  Entry group being walked. The latest image dated on or
      *  before the cutoff is held until the next image shows
      *  whether a later one still precedes the cutoff; the last
      *  kept image is remembered for the collapse test.
       01  WS-GRP-KEY                  PIC X(24) VALUE LOW-VALUES.
       01  WS-HELD-REC                 PIC X(120) VALUE SPACES.
       01  WS-HELD-STATUS              PIC X VALUE "N".
           88 WS-HELD-IMAGE                     VALUE "Y".
           88 WS-HELD-NONE                      VALUE "N".
      *  A collapsible image waits here until a later image of the
      *  same entry shows it is not the latest.
       01  WS-CAND-REC                 PIC X(120) VALUE SPACES.
       01  WS-CAND-STATUS              PIC X VALUE "N".
           88 WS-CAND-PENDING                   VALUE "Y".
           88 WS-CAND-NONE                      VALUE "N".
       01  WS-LAST-STATUS              PIC X VALUE "N".
           88 WS-LAST-KEPT                      VALUE "Y".
           88 WS-LAST-NONE                      VALUE "N".
       01  WS-LAST-IMAGE.
           05  WS-LAST-COUNT           PIC 9(5).
           05  WS-LAST-CATEGORY        PIC X(4).
           05  WS-LAST-HST-STATUS      PIC X(1).
           05  WS-LAST-DESC            PIC X(30).
           05  WS-LAST-ACTION          PIC X(1).

      *  The image being kept, collapsed or archived.
           COPY CPTBLHST REPLACING LEADING ==HST== BY ==IMG==.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-KEPT-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-COLLAPSED-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-ARCHIVED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-TRIM-WRITTEN             PIC 9(7) VALUE ZEROS.
       01  WS-ARCH-WRITTEN             PIC 9(7) VALUE ZEROS.
       01  WS-BALANCE-STATUS           PIC X VALUE "Y".
           88 WS-IN-BALANCE                     VALUE "Y".
           88 WS-OUT-OF-BALANCE                 VALUE "N".

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-HRET-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(22)
                   VALUE "TBLHIST RETENTION RPT ".
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-HRET-COL-HEADING.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "CUTOFF  ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "   READ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "   KEPT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "COLLAPSED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ARCHIVED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "BALANCE".
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-HRET-DETAIL.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-CUTOFF           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-KEPT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-COLLAPSED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-ARCHIVED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-BALANCE          PIC X(7).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-HRET-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-HRET-STATUS-LINE.
           05  WS-STATUS-TEXT          PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-TBLHIST-EOF
               READ TBLHIST
                   AT END
                       SET WS-TBLHIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-PROCESS-IMAGE
               END-READ
           END-PERFORM
           PERFORM 2200-END-GROUP
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-OUT-OF-BALANCE
               DISPLAY "TBLHRET3000E RUN OUT OF BALANCE - TBLHIST "
                   "MUST NOT BE RELOADED FROM HSTTRIM"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  0010-INITIALIZE reads the retention cards. A card that does
      *  not carry a table id and a numeric day count stops the run
      *  before anything is written - a mistyped card must not
      *  purge a table's history.
       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HRETCARD
           IF NOT WS-HRETCARD-OK
               DISPLAY "TBLHRET0010E OPEN FAILED FOR HRETCARD - "
                   WS-HRETCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HRETCARD-EOF
               READ HRETCARD
                   AT END
                       SET WS-HRETCARD-EOF TO TRUE
                   NOT AT END
                       PERFORM 0020-STORE-RETENTION-CARD
               END-READ
           END-PERFORM
           CLOSE HRETCARD.

       0020-STORE-RETENTION-CARD.
           IF HRC-TABLE-ID = SPACES OR HRC-DAYS NOT NUMERIC
               DISPLAY "TBLHRET0020E INVALID HRETCARD - " HRC-REC(1:9)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HRC-TABLE-ID = "ALL "
               MOVE HRC-DAYS TO WS-DEFAULT-DAYS
               SET WS-DEFAULT-SET TO TRUE
           ELSE
               MOVE HRC-TABLE-ID TO WS-TBLRET-FIND-ID
               PERFORM 4000-FIND-TABLE-SLOT
               SET WS-TRC-FROM-CARD(WS-TBLRET-SUB) TO TRUE
               SET WS-TRC-RETAINED(WS-TBLRET-SUB) TO TRUE
               COMPUTE WS-TRC-CUTOFF(WS-TBLRET-SUB) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - HRC-DAYS)
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT TBLHIST
           IF NOT WS-TBLHIST-OK
               DISPLAY "TBLHRET1000E OPEN FAILED FOR TBLHIST - "
                   WS-TBLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HSTTRIM
           IF NOT WS-HSTTRIM-OK
               DISPLAY "TBLHRET1000E OPEN FAILED FOR HSTTRIM - "
                   WS-HSTTRIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HSTARCH
           IF NOT WS-HSTARCH-OK
               DISPLAY "TBLHRET1000E OPEN FAILED FOR HSTARCH - "
                   WS-HSTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HRETRPT
           IF NOT WS-HRETRPT-OK
               DISPLAY "TBLHRET1000E OPEN FAILED FOR HRETRPT - "
                   WS-HRETRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE HRET-LINE FROM WS-HRET-HEADING
           WRITE HRET-LINE FROM WS-HRET-COL-HEADING.

      *  2000-PROCESS-IMAGE routes one history image. An image dated
      *  on or before the cutoff displaces any held one, which can
      *  no longer be the image in force on the cutoff and goes to
      *  the archive; the first image dated after the cutoff
      *  releases the held one to be kept ahead of it.
       2000-PROCESS-IMAGE.
           ADD 1 TO WS-READ-COUNT
           IF HST-KEY(1:24) NOT = WS-GRP-KEY
               PERFORM 2200-END-GROUP
               MOVE HST-KEY(1:24) TO WS-GRP-KEY
               MOVE HST-TABLE-ID TO WS-TBLRET-FIND-ID
               PERFORM 4000-FIND-TABLE-SLOT
               MOVE WS-TBLRET-SUB TO WS-CUR-SUB
           END-IF
           ADD 1 TO WS-TRC-READ(WS-CUR-SUB)
           IF WS-TRC-RETAINED(WS-CUR-SUB)
               AND HST-EFF-DATE NOT > WS-TRC-CUTOFF(WS-CUR-SUB)
               IF WS-HELD-IMAGE
                   MOVE WS-HELD-REC TO IMG-REC
                   PERFORM 2500-ARCHIVE-IMAGE
               END-IF
               MOVE HST-REC TO WS-HELD-REC
               SET WS-HELD-IMAGE TO TRUE
           ELSE
               PERFORM 2100-RELEASE-HELD-IMAGE
               MOVE HST-REC TO IMG-REC
               PERFORM 2300-KEEP-OR-COLLAPSE
           END-IF.

       2100-RELEASE-HELD-IMAGE.
           IF WS-HELD-IMAGE
               MOVE WS-HELD-REC TO IMG-REC
               PERFORM 2400-KEEP-IMAGE
               SET WS-HELD-NONE TO TRUE
           END-IF.

      *  2200-END-GROUP closes the entry just walked: a held image
      *  with nothing after it is the entry's image in force on the
      *  cutoff, and a collapse candidate with nothing after it is
      *  the entry's latest image; both are kept.
       2200-END-GROUP.
           PERFORM 2100-RELEASE-HELD-IMAGE
           IF WS-CAND-PENDING
               MOVE WS-CAND-REC TO IMG-REC
               PERFORM 2400-KEEP-IMAGE
               SET WS-CAND-NONE TO TRUE
           END-IF
           SET WS-LAST-NONE TO TRUE.

      *  A load image repeating the business fields of the load
      *  image kept just before it adds nothing an as-of lookup can
      *  see, so it is collapsed into that one. Only a table under
      *  retention is compacted, and only load images on both sides -
      *  an add, change or delete is never folded away. The image
      *  in hand proves a pending candidate was not the latest, so
      *  the candidate goes first.
       2300-KEEP-OR-COLLAPSE.
           IF WS-CAND-PENDING
               ADD 1 TO WS-COLLAPSED-COUNT
               ADD 1 TO WS-TRC-COLLAPSED(WS-CUR-SUB)
               MOVE WS-CAND-REC TO ARCH-REC
               PERFORM 2550-WRITE-ARCHIVE
               SET WS-CAND-NONE TO TRUE
           END-IF
           IF WS-TRC-RETAINED(WS-CUR-SUB)
               AND WS-LAST-KEPT
               AND IMG-ACTION = "L"
               AND WS-LAST-ACTION = "L"
               AND IMG-COUNT = WS-LAST-COUNT
               AND IMG-CATEGORY = WS-LAST-CATEGORY
               AND IMG-STATUS = WS-LAST-HST-STATUS
               AND IMG-DESC = WS-LAST-DESC
               MOVE IMG-REC TO WS-CAND-REC
               SET WS-CAND-PENDING TO TRUE
           ELSE
               PERFORM 2400-KEEP-IMAGE
           END-IF.

       2400-KEEP-IMAGE.
           ADD 1 TO WS-KEPT-COUNT
           ADD 1 TO WS-TRC-KEPT(WS-CUR-SUB)
           WRITE TRIM-REC FROM IMG-REC
           IF NOT WS-HSTTRIM-OK
               DISPLAY "TBLHRET2400E WRITE FAILED FOR HSTTRIM - "
                   WS-HSTTRIM-STATUS " AT " IMG-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRIM-WRITTEN
           SET WS-LAST-KEPT TO TRUE
           MOVE IMG-COUNT TO WS-LAST-COUNT
           MOVE IMG-CATEGORY TO WS-LAST-CATEGORY
           MOVE IMG-STATUS TO WS-LAST-HST-STATUS
           MOVE IMG-DESC TO WS-LAST-DESC
           MOVE IMG-ACTION TO WS-LAST-ACTION.

       2500-ARCHIVE-IMAGE.
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD 1 TO WS-TRC-ARCHIVED(WS-CUR-SUB)
           MOVE IMG-REC TO ARCH-REC
           PERFORM 2550-WRITE-ARCHIVE.

       2550-WRITE-ARCHIVE.
           WRITE ARCH-REC
           IF NOT WS-HSTARCH-OK
               DISPLAY "TBLHRET2550E WRITE FAILED FOR HSTARCH - "
                   WS-HSTARCH-STATUS " AT " ARCH-REC(5:20)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ARCH-WRITTEN.

      *  3000-WRITE-TOTALS prints one line per table, proving
      *  read = kept + collapsed + archived, then the file totals,
      *  proved against what reached HSTTRIM and HSTARCH.
       3000-WRITE-TOTALS.
           PERFORM VARYING WS-TBLRET-SUB FROM 1 BY 1
                   UNTIL WS-TBLRET-SUB > WS-TBLRET-MAX
               PERFORM 3100-WRITE-TABLE-LINE
           END-PERFORM
           IF WS-READ-COUNT NOT =
                   WS-KEPT-COUNT + WS-COLLAPSED-COUNT
                   + WS-ARCHIVED-COUNT
               OR WS-TRIM-WRITTEN NOT = WS-KEPT-COUNT
               OR WS-ARCH-WRITTEN NOT =
                   WS-COLLAPSED-COUNT + WS-ARCHIVED-COUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE "IMAGES READ             " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           MOVE "IMAGES KEPT             " TO WS-TOT-LABEL
           MOVE WS-KEPT-COUNT TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           MOVE "IMAGES COLLAPSED        " TO WS-TOT-LABEL
           MOVE WS-COLLAPSED-COUNT TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           MOVE "IMAGES ARCHIVED         " TO WS-TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           MOVE "WRITTEN TO HSTTRIM      " TO WS-TOT-LABEL
           MOVE WS-TRIM-WRITTEN TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           MOVE "WRITTEN TO HSTARCH      " TO WS-TOT-LABEL
           MOVE WS-ARCH-WRITTEN TO WS-TOT-VALUE
           WRITE HRET-LINE FROM WS-HRET-TOTAL-LINE
           IF WS-IN-BALANCE
               MOVE "RUN IN BALANCE" TO WS-STATUS-TEXT
           ELSE
               MOVE "RUN OUT OF BALANCE - DO NOT RELOAD"
                   TO WS-STATUS-TEXT
           END-IF
           WRITE HRET-LINE FROM WS-HRET-STATUS-LINE.

       3100-WRITE-TABLE-LINE.
           MOVE WS-TRC-TABLE-ID(WS-TBLRET-SUB) TO WS-DTL-TBLID
           IF WS-TRC-RETAINED(WS-TBLRET-SUB)
               MOVE WS-TRC-CUTOFF(WS-TBLRET-SUB) TO WS-DTL-CUTOFF
           ELSE
               MOVE "NONE" TO WS-DTL-CUTOFF
           END-IF
           MOVE WS-TRC-READ(WS-TBLRET-SUB) TO WS-DTL-READ
           MOVE WS-TRC-KEPT(WS-TBLRET-SUB) TO WS-DTL-KEPT
           MOVE WS-TRC-COLLAPSED(WS-TBLRET-SUB) TO WS-DTL-COLLAPSED
           MOVE WS-TRC-ARCHIVED(WS-TBLRET-SUB) TO WS-DTL-ARCHIVED
           IF WS-TRC-READ(WS-TBLRET-SUB) =
                   WS-TRC-KEPT(WS-TBLRET-SUB)
                   + WS-TRC-COLLAPSED(WS-TBLRET-SUB)
                   + WS-TRC-ARCHIVED(WS-TBLRET-SUB)
               MOVE "OK" TO WS-DTL-BALANCE
           ELSE
               MOVE "OUT" TO WS-DTL-BALANCE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE HRET-LINE FROM WS-HRET-DETAIL.

      *  4000-FIND-TABLE-SLOT returns in WS-TBLRET-SUB the slot for
      *  WS-TBLRET-FIND-ID, opening one on first sight. A table met
      *  only on TBLHIST takes the ALL card's cutoff, or none.
       4000-FIND-TABLE-SLOT.
           PERFORM VARYING WS-TBLRET-SUB FROM 1 BY 1
                   UNTIL WS-TBLRET-SUB > WS-TBLRET-MAX
                   OR WS-TRC-TABLE-ID(WS-TBLRET-SUB)
                       = WS-TBLRET-FIND-ID
               CONTINUE
           END-PERFORM
           IF WS-TBLRET-SUB > WS-TBLRET-MAX
               IF WS-TBLRET-MAX NOT < 20
                   DISPLAY "TBLHRET4000E MORE THAN 20 TABLE IDS - "
                       WS-TBLRET-FIND-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TBLRET-MAX
               MOVE WS-TBLRET-MAX TO WS-TBLRET-SUB
               MOVE WS-TBLRET-FIND-ID
                   TO WS-TRC-TABLE-ID(WS-TBLRET-SUB)
               SET WS-TRC-FROM-HIST(WS-TBLRET-SUB) TO TRUE
               MOVE ZEROS TO WS-TRC-READ(WS-TBLRET-SUB)
               MOVE ZEROS TO WS-TRC-KEPT(WS-TBLRET-SUB)
               MOVE ZEROS TO WS-TRC-COLLAPSED(WS-TBLRET-SUB)
               MOVE ZEROS TO WS-TRC-ARCHIVED(WS-TBLRET-SUB)
               IF WS-DEFAULT-SET
                   SET WS-TRC-RETAINED(WS-TBLRET-SUB) TO TRUE
                   COMPUTE WS-TRC-CUTOFF(WS-TBLRET-SUB) =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - WS-DEFAULT-DAYS)
               ELSE
                   SET WS-TRC-UNTOUCHED(WS-TBLRET-SUB) TO TRUE
                   MOVE ZEROS TO WS-TRC-CUTOFF(WS-TBLRET-SUB)
               END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE TBLHIST
           CLOSE HSTTRIM
           CLOSE HSTARCH
           CLOSE HRETRPT.
