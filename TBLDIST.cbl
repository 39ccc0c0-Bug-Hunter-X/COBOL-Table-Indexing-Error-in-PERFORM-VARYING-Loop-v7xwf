       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLDIST.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLDIST - subscription-driven distribution of the table
      *  repository to downstream systems other than the ledger.
      *  The ledger takes every table (XMITFILE from TBLLOAD, DLTFILE
      *  from TBLCOMP); billing, the warehouse and the branch systems
      *  each want only some MST-TABLE-IDs, some as a full refresh
      *  and some as changes only, each on its own schedule. SUBCTL
      *  (see CPSUBCTL) lists them. For every subscriber due tonight
      *  this program writes one envelope in the ledger's own 80-byte
      *  HDR/DTL/TRL formats: a full subscriber gets the XMITFILE
      *  layout built from the live TBLMSTR for its tables, a changes-
      *  only subscriber gets the DLTFILE layout - tonight's TBLCOMP
      *  match details for its tables - with per-action counts on the
      *  trailer. The header carries the business date, run id,
      *  subscriber id and mode in what is filler on the ledger's.
      *  Each record goes to DISTFILE behind an 8-byte subscriber id
      *  so the SPLTSTEP sort that follows can route every envelope
      *  to its own subscriber's dataset, stripping the prefix.
      *  A changes-only subscriber not due tonight must still get
      *  tonight's changes on its next delivery, so they are
      *  written to DISTCARN, the new copy of the DISTCARY carry
      *  file, and sent ahead of that night's own changes, oldest
      *  first; the carry of a subscriber whose card is rejected
      *  tonight is copied to DISTCARN as it stands. Every
      *  subscriber and table gets a DISTLOG line (see CPDSTLOG)
      *  and a DISTRPT line each night. The delta file is proved
      *  against its own trailer and business date before anything
      *  is written. RC=4 means a SUBCTL card was rejected - see
      *  DISTRPT; the other subscribers are still served.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBCTL ASSIGN TO "SUBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBCTL-STATUS.

           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT DLTFILE ASSIGN TO "DLTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTFILE-STATUS.

           SELECT DISTCARY ASSIGN TO "DISTCARY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTCARY-STATUS.

           SELECT DISTCARN ASSIGN TO "DISTCARN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTCARN-STATUS.

           SELECT DISTFILE ASSIGN TO "DISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTFILE-STATUS.

           SELECT DISTLOG ASSIGN TO "DISTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

           SELECT DISTRPT ASSIGN TO "DISTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPSUBCTL.

       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  DLTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DLT-REC.
           05  DLT-REC-TYPE            PIC X(3).
           05  FILLER                  PIC X(77).

       FD  DISTCARY
           RECORDING MODE IS F
           RECORD CONTAINS 88 CHARACTERS.
       01  CRY-REC.
           05  CRY-SUB-ID              PIC X(8).
           05  CRY-DATA                PIC X(80).

       FD  DISTCARN
           RECORDING MODE IS F
           RECORD CONTAINS 88 CHARACTERS.
       01  CRN-REC.
           05  CRN-SUB-ID              PIC X(8).
           05  CRN-DATA                PIC X(80).

       FD  DISTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 88 CHARACTERS.
       01  DIS-REC.
           05  DIS-SUB-ID              PIC X(8).
           05  DIS-DATA                PIC X(80).

       FD  DISTLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPDSTLOG.

       FD  DISTRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DST-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUBCTL-STATUS            PIC XX VALUE "00".
           88 WS-SUBCTL-OK                      VALUE "00".
           88 WS-SUBCTL-EOF                     VALUE "10".

       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".
           88 WS-TBLMSTR-EOF                    VALUE "10".

       01  WS-DLTFILE-STATUS           PIC XX VALUE "00".
           88 WS-DLTFILE-OK                     VALUE "00".
           88 WS-DLTFILE-EOF                    VALUE "10".

       01  WS-DISTCARY-STATUS          PIC XX VALUE "00".
           88 WS-DISTCARY-OK                    VALUE "00".
           88 WS-DISTCARY-EOF                   VALUE "10".

       01  WS-DISTCARN-STATUS          PIC XX VALUE "00".
           88 WS-DISTCARN-OK                    VALUE "00".

       01  WS-DISTFILE-STATUS          PIC XX VALUE "00".
           88 WS-DISTFILE-OK                    VALUE "00".

       01  WS-DISTLOG-STATUS           PIC XX VALUE "00".
           88 WS-DISTLOG-OK                     VALUE "00".

       01  WS-DISTRPT-STATUS           PIC XX VALUE "00".
           88 WS-DISTRPT-OK                     VALUE "00".

      *  WS-RUN-JOBID comes from the JCL PARM, same convention as
      *  TBLCOMP, and rides in every envelope header and log line.
       01  WS-RUN-JOBID                PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME-RAW             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DOW                  PIC 9(1) VALUE ZEROS.
       01  WS-NEXT-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05  FILLER                  PIC X(6).
           05  WS-NEXT-DD              PIC 9(2).

       01  WS-MONTH-END-SW             PIC X VALUE "N".
           88 WS-MONTH-END                      VALUE "Y".

      *  Subscriptions accepted from SUBCTL. Fifty subscribers of
      *  ten tables each is well past the handful of downstream
      *  systems the repository feeds; WS-SBT-COUNT is the number of
      *  detail records routed for that table tonight.
       01  WS-SUB-MAX                  PIC 9(2) VALUE ZEROS.
       01  WS-SUB-IDX                  PIC 9(2) VALUE ZEROS.
       01  WS-SBT-IDX                  PIC 9(2) VALUE ZEROS.
       01  WS-CARD-IDX                 PIC 9(2) VALUE ZEROS.
       01  WS-FIND-IDX                 PIC 9(2) VALUE ZEROS.
       01  WS-SUB-AREA.
           05  WS-SUB OCCURS 50 TIMES.
               10  WS-SUB-ID           PIC X(8).
               10  WS-SUB-MODE         PIC X(1).
                   88 WS-SUB-FULL               VALUE "F".
                   88 WS-SUB-DELTA              VALUE "D".
               10  WS-SUB-FREQ         PIC X(1).
               10  WS-SUB-FREQ-DAY     PIC 9(2).
               10  WS-SUB-DUE-SW       PIC X(1).
                   88 WS-SUB-DUE                VALUE "Y".
                   88 WS-SUB-NOT-DUE            VALUE "N".
               10  WS-SUB-TBL-MAX      PIC 9(2).
               10  WS-SUB-TBL OCCURS 10 TIMES.
                   15  WS-SBT-ID       PIC X(4).
                   15  WS-SBT-COUNT    PIC 9(7).

       01  WS-CARD-COUNT               PIC 9(3) VALUE ZEROS.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-FIND-TABLE-ID            PIC X(4) VALUE SPACES.

      *  WS-ROUTE-SW says where 2450-ROUTE-DELTA-DETAIL sends a
      *  change: into tonight's envelope, or forward on DISTCARN.
       01  WS-ROUTE-SW                 PIC X VALUE "S".
           88 WS-ROUTE-SEND                     VALUE "S".
           88 WS-ROUTE-HOLD                     VALUE "H".

      *  WS-CARRY-SUB-SW says whether a DISTCARY record belongs to a
      *  subscriber accepted tonight; WS-KEPT-COUNT counts the carry
      *  records of the others passed through to DISTCARN as they
      *  were.
       01  WS-CARRY-SUB-SW             PIC X VALUE "N".
           88 WS-CARRY-SUB-FOUND                VALUE "Y".
       01  WS-KEPT-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-DELTA-DTL-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-DELTA-TRL-SW             PIC X VALUE "N".
           88 WS-DELTA-TRL-FOUND                VALUE "Y".

       01  WS-ENV-COUNT                PIC 9(7) VALUE ZEROS.
       01  WS-ENV-ADDS                 PIC 9(7) VALUE ZEROS.
       01  WS-ENV-CHANGES              PIC 9(7) VALUE ZEROS.
       01  WS-ENV-DELETES              PIC 9(7) VALUE ZEROS.

       01  WS-SENT-COUNT               PIC 9(5) VALUE ZEROS.
       01  WS-HELD-COUNT               PIC 9(5) VALUE ZEROS.
       01  WS-NOTDUE-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-DETAIL-TOTAL             PIC 9(7) VALUE ZEROS.

      *  Subscriber envelope header - the ledger header with the
      *  subscriber id and mode added in its filler.
       01  WS-SUB-HEADER.
           05  FILLER                  PIC X(3)  VALUE "HDR".
           05  WS-SHD-DATE             PIC 9(8).
           05  WS-SHD-JOBID            PIC X(8).
           05  WS-SHD-SUB-ID           PIC X(8).
           05  WS-SHD-MODE             PIC X(1).
           05  FILLER                  PIC X(52) VALUE SPACES.

      *  Full-refresh detail and trailer - the XMITFILE layouts.
       01  WS-FULL-DETAIL.
           05  FILLER                  PIC X(3)  VALUE "DTL".
           05  WS-FUL-TABLE-ID         PIC X(4).
           05  WS-FUL-ENTRY            PIC X(20).
           05  WS-FUL-DTL-COUNT        PIC 9(5).
           05  WS-FUL-CATEGORY         PIC X(4).
           05  WS-FUL-EFF-DATE         PIC 9(8).
           05  WS-FUL-STATUS           PIC X(1).
           05  WS-FUL-DESC             PIC X(30).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-FULL-TRAILER.
           05  FILLER                  PIC X(3)  VALUE "TRL".
           05  WS-FUL-TRL-COUNT        PIC 9(7).
           05  FILLER                  PIC X(70) VALUE SPACES.

      *  Changes-only header, detail and trailer - the DLTFILE
      *  layouts TBLCOMP writes, read in and passed through as is.
       01  WS-DLT-HEADER.
           05  FILLER                  PIC X(3).
           05  WS-DLT-HDR-DATE         PIC 9(8).
           05  WS-DLT-HDR-JOBID        PIC X(8).
           05  FILLER                  PIC X(61).

       01  WS-DLT-DETAIL.
           05  FILLER                  PIC X(3).
           05  WS-DLT-ACTION           PIC X(1).
           05  WS-DLT-TABLE-ID         PIC X(4).
           05  FILLER                  PIC X(72).

       01  WS-DLT-TRAILER.
           05  FILLER                  PIC X(3)  VALUE "TRL".
           05  WS-DLT-TRL-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-DLT-TRL-ADDS         PIC 9(7) VALUE ZEROS.
           05  WS-DLT-TRL-CHANGES      PIC 9(7) VALUE ZEROS.
           05  WS-DLT-TRL-DELETES      PIC 9(7) VALUE ZEROS.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-DST-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(27)
                   VALUE "SUBSCRIBER DISTRIBUTION RPT".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DST-DETAIL.
           05  WS-DTL-SUB-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-MODE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DTL-FREQ             PIC X(1).
           05  WS-DTL-FREQ-DAY         PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-COUNT            PIC Z(6)9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-DST-ENVELOPE-LINE.
           05  WS-ENV-SUB-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE "ENVELOPE DETAILS ".
           05  WS-ENV-LINE-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-DST-REJECT-LINE.
           05  FILLER                  PIC X(5)  VALUE "CARD ".
           05  WS-REJ-CARD-NO          PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-REJ-SUB-ID           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "REJECTED ".
           05  WS-REJ-REASON           PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-DST-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(16).
           05  WS-TOT-VALUE            PIC Z(6)9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-JOB-PARM.
           05  WS-JOB-PARM-LEN         PIC S9(4) COMP.
           05  WS-JOB-PARM-TEXT        PIC X(8).

       PROCEDURE DIVISION USING WS-JOB-PARM.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-SUBSCRIPTIONS
           PERFORM 1200-CHECK-DELTA-FILE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-MAX
               PERFORM 2000-DISTRIBUTE-SUBSCRIBER
           END-PERFORM
           PERFORM 2900-KEEP-UNSERVED-CARRY
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  The run is month-end when tomorrow is the 1st - a monthly
      *  subscription for a day the month does not have is then due.
       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           ACCEPT WS-RUN-DOW FROM DAY-OF-WEEK
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           IF WS-NEXT-DD = 1
               SET WS-MONTH-END TO TRUE
           END-IF
           MOVE SPACES TO WS-RUN-JOBID
           IF WS-JOB-PARM-LEN > 0
               IF WS-JOB-PARM-LEN > 8
                   MOVE WS-JOB-PARM-TEXT(1:8) TO WS-RUN-JOBID(1:8)
               ELSE
                   MOVE WS-JOB-PARM-TEXT(1:WS-JOB-PARM-LEN)
                       TO WS-RUN-JOBID(1:WS-JOB-PARM-LEN)
               END-IF
           ELSE
               MOVE "NOPARM" TO WS-RUN-JOBID
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT SUBCTL
           IF NOT WS-SUBCTL-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR SUBCTL - "
                   WS-SUBCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TBLMSTR
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISTCARN
           IF NOT WS-DISTCARN-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR DISTCARN - "
                   WS-DISTCARN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISTFILE
           IF NOT WS-DISTFILE-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR DISTFILE - "
                   WS-DISTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND DISTLOG
           IF NOT WS-DISTLOG-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR DISTLOG - "
                   WS-DISTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISTRPT
           IF NOT WS-DISTRPT-OK
               DISPLAY "TBLDIST1000E OPEN FAILED FOR DISTRPT - "
                   WS-DISTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE DST-LINE FROM WS-DST-HEADING.

       1100-LOAD-SUBSCRIPTIONS.
           PERFORM UNTIL WS-SUBCTL-EOF
               READ SUBCTL
                   AT END
                       SET WS-SUBCTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       IF NOT SUB-COMMENT-CARD
                           PERFORM 1110-EDIT-SUBSCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBCTL.

       1110-EDIT-SUBSCRIPTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-SUB-MAX
               IF WS-SUB-ID(WS-FIND-IDX) = SUB-ID
                   MOVE "SUBSCRIBER ALREADY LISTED" TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN SUB-ID = SPACES
                   MOVE "SUBSCRIBER ID MISSING" TO WS-REJECT-REASON
               WHEN NOT SUB-MODE-FULL AND NOT SUB-MODE-DELTA
                   MOVE "MODE MUST BE F OR D" TO WS-REJECT-REASON
               WHEN NOT SUB-FREQ-DAILY AND NOT SUB-FREQ-WEEKLY
                       AND NOT SUB-FREQ-MONTHLY
                   MOVE "FREQUENCY MUST BE D, W OR M"
                       TO WS-REJECT-REASON
               WHEN SUB-FREQ-WEEKLY
                       AND (SUB-FREQ-DAY NOT NUMERIC
                            OR SUB-FREQ-DAY < 1 OR SUB-FREQ-DAY > 7)
                   MOVE "WEEKLY DAY MUST BE 01-07" TO WS-REJECT-REASON
               WHEN SUB-FREQ-MONTHLY
                       AND (SUB-FREQ-DAY NOT NUMERIC
                            OR SUB-FREQ-DAY < 1 OR SUB-FREQ-DAY > 31)
                   MOVE "MONTHLY DAY MUST BE 01-31" TO WS-REJECT-REASON
               WHEN SUB-TABLE-ID(1) = SPACES
                   MOVE "NO TABLES LISTED" TO WS-REJECT-REASON
               WHEN WS-SUB-MAX = 50
                   MOVE "MORE THAN 50 SUBSCRIBERS" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 1120-ADD-SUBSCRIBER
           ELSE
               PERFORM 1130-REJECT-CARD
           END-IF.

      *  A table listed twice on one card is taken once, so a full
      *  subscriber never receives the same entries twice.
       1120-ADD-SUBSCRIBER.
           ADD 1 TO WS-SUB-MAX
           MOVE SUB-ID TO WS-SUB-ID(WS-SUB-MAX)
           MOVE SUB-MODE TO WS-SUB-MODE(WS-SUB-MAX)
           MOVE SUB-FREQ TO WS-SUB-FREQ(WS-SUB-MAX)
           IF SUB-FREQ-DAILY
               MOVE ZEROS TO WS-SUB-FREQ-DAY(WS-SUB-MAX)
           ELSE
               MOVE SUB-FREQ-DAY TO WS-SUB-FREQ-DAY(WS-SUB-MAX)
           END-IF
           MOVE ZEROS TO WS-SUB-TBL-MAX(WS-SUB-MAX)
           MOVE WS-SUB-MAX TO WS-SUB-IDX
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > 10
               IF SUB-TABLE-ID(WS-CARD-IDX) NOT = SPACES
                   MOVE SUB-TABLE-ID(WS-CARD-IDX) TO WS-FIND-TABLE-ID
                   PERFORM 2460-FIND-SUB-TABLE
                   IF WS-SBT-IDX = ZEROS
                       ADD 1 TO WS-SUB-TBL-MAX(WS-SUB-MAX)
                       MOVE WS-SUB-TBL-MAX(WS-SUB-MAX) TO WS-SBT-IDX
                       MOVE WS-FIND-TABLE-ID
                           TO WS-SBT-ID(WS-SUB-MAX, WS-SBT-IDX)
                       MOVE ZEROS
                           TO WS-SBT-COUNT(WS-SUB-MAX, WS-SBT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       1130-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-CARD-COUNT TO WS-REJ-CARD-NO
           MOVE SUB-ID TO WS-REJ-SUB-ID
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           WRITE DST-LINE FROM WS-DST-REJECT-LINE.

      *  Tonight's delta must be whole and tonight's before any of it
      *  is distributed: the header must carry the run date and the
      *  trailer count must equal the details read. Either failure
      *  stops the run before a single envelope is written.
       1200-CHECK-DELTA-FILE.
           OPEN INPUT DLTFILE
           IF NOT WS-DLTFILE-OK
               DISPLAY "TBLDIST1200E OPEN FAILED FOR DLTFILE - "
                   WS-DLTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-DLT-HDR-DATE
           PERFORM UNTIL WS-DLTFILE-EOF
               READ DLTFILE
                   AT END
                       SET WS-DLTFILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE DLT-REC-TYPE
                           WHEN "HDR"
                               MOVE DLT-REC TO WS-DLT-HEADER
                           WHEN "DTL"
                               ADD 1 TO WS-DELTA-DTL-COUNT
                           WHEN "TRL"
                               MOVE DLT-REC TO WS-DLT-TRAILER
                               SET WS-DELTA-TRL-FOUND TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DLTFILE
           IF WS-DLT-HDR-DATE NOT = WS-RUN-DATE
               DISPLAY "TBLDIST1200E DLTFILE IS NOT TONIGHT'S - "
                   "HEADER DATE " WS-DLT-HDR-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-DELTA-TRL-FOUND
                   OR WS-DLT-TRL-COUNT NOT = WS-DELTA-DTL-COUNT
               DISPLAY "TBLDIST1200E DLTFILE OUT OF BALANCE - "
                   "TRAILER " WS-DLT-TRL-COUNT
                   " DETAILS " WS-DELTA-DTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-DISTRIBUTE-SUBSCRIBER.
           PERFORM 2100-CHECK-DUE
           MOVE ZEROS TO WS-ENV-COUNT
           MOVE ZEROS TO WS-ENV-ADDS
           MOVE ZEROS TO WS-ENV-CHANGES
           MOVE ZEROS TO WS-ENV-DELETES
           EVALUATE TRUE
               WHEN WS-SUB-DUE(WS-SUB-IDX)
                   PERFORM 2200-WRITE-ENVELOPE-HEADER
                   IF WS-SUB-FULL(WS-SUB-IDX)
                       PERFORM 2300-EXTRACT-FULL
                   ELSE
                       SET WS-ROUTE-SEND TO TRUE
                       PERFORM 2400-ROUTE-DELTA
                   END-IF
                   PERFORM 2500-WRITE-ENVELOPE-TRAILER
                   ADD 1 TO WS-SENT-COUNT
               WHEN WS-SUB-DELTA(WS-SUB-IDX)
                   SET WS-ROUTE-HOLD TO TRUE
                   PERFORM 2400-ROUTE-DELTA
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOTDUE-COUNT
           END-EVALUATE
           PERFORM 2800-LOG-SUBSCRIBER.

       2100-CHECK-DUE.
           SET WS-SUB-NOT-DUE(WS-SUB-IDX) TO TRUE
           EVALUATE WS-SUB-FREQ(WS-SUB-IDX)
               WHEN "D"
                   SET WS-SUB-DUE(WS-SUB-IDX) TO TRUE
               WHEN "W"
                   IF WS-SUB-FREQ-DAY(WS-SUB-IDX) = WS-RUN-DOW
                       SET WS-SUB-DUE(WS-SUB-IDX) TO TRUE
                   END-IF
               WHEN "M"
                   IF WS-SUB-FREQ-DAY(WS-SUB-IDX) = WS-RUN-DD
                       SET WS-SUB-DUE(WS-SUB-IDX) TO TRUE
                   END-IF
                   IF WS-MONTH-END
                           AND WS-SUB-FREQ-DAY(WS-SUB-IDX) > WS-RUN-DD
                       SET WS-SUB-DUE(WS-SUB-IDX) TO TRUE
                   END-IF
           END-EVALUATE.

       2200-WRITE-ENVELOPE-HEADER.
           MOVE WS-RUN-DATE TO WS-SHD-DATE
           MOVE WS-RUN-JOBID TO WS-SHD-JOBID
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-SHD-SUB-ID
           MOVE WS-SUB-MODE(WS-SUB-IDX) TO WS-SHD-MODE
           MOVE WS-SUB-HEADER TO DIS-DATA
           PERFORM 2700-WRITE-DIST-RECORD.

      *  TBLMSTR leads its key with the table id, so each subscribed
      *  table is one START and a read forward until the id changes.
       2300-EXTRACT-FULL.
           PERFORM VARYING WS-SBT-IDX FROM 1 BY 1
                   UNTIL WS-SBT-IDX > WS-SUB-TBL-MAX(WS-SUB-IDX)
               MOVE WS-SBT-ID(WS-SUB-IDX, WS-SBT-IDX) TO MST-TABLE-ID
               MOVE LOW-VALUES TO MST-ENTRY
               MOVE "00" TO WS-TBLMSTR-STATUS
               START TBLMSTR KEY IS NOT LESS THAN MST-TBL-KEY
                   INVALID KEY
                       SET WS-TBLMSTR-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-TBLMSTR-EOF
                   READ TBLMSTR NEXT RECORD
                       AT END
                           SET WS-TBLMSTR-EOF TO TRUE
                       NOT AT END
                           IF MST-TABLE-ID NOT =
                                   WS-SBT-ID(WS-SUB-IDX, WS-SBT-IDX)
                               SET WS-TBLMSTR-EOF TO TRUE
                           ELSE
                               PERFORM 2320-WRITE-FULL-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       2320-WRITE-FULL-DETAIL.
           MOVE MST-TABLE-ID TO WS-FUL-TABLE-ID
           MOVE MST-ENTRY TO WS-FUL-ENTRY
           MOVE MST-COUNT TO WS-FUL-DTL-COUNT
           MOVE MST-CATEGORY TO WS-FUL-CATEGORY
           MOVE MST-EFF-DATE TO WS-FUL-EFF-DATE
           MOVE MST-STATUS TO WS-FUL-STATUS
           MOVE MST-DESC TO WS-FUL-DESC
           MOVE WS-FULL-DETAIL TO DIS-DATA
           ADD 1 TO WS-SBT-COUNT(WS-SUB-IDX, WS-SBT-IDX)
           ADD 1 TO WS-ENV-COUNT
           PERFORM 2700-WRITE-DIST-RECORD.

      *  Changes carried from earlier nights go first, then
      *  tonight's, so the subscriber applies them in the order they
      *  happened. A carried change for a table since dropped from
      *  the subscription is not sent. The carry of a subscriber not
      *  accepted tonight - its card rejected, or no longer on
      *  SUBCTL - is not read here; 2900-KEEP-UNSERVED-CARRY passes
      *  it through to DISTCARN unchanged.
       2400-ROUTE-DELTA.
           OPEN INPUT DISTCARY
           IF WS-DISTCARY-OK
               PERFORM UNTIL WS-DISTCARY-EOF
                   READ DISTCARY
                       AT END
                           SET WS-DISTCARY-EOF TO TRUE
                       NOT AT END
                           IF CRY-SUB-ID = WS-SUB-ID(WS-SUB-IDX)
                               MOVE CRY-DATA TO WS-DLT-DETAIL
                               PERFORM 2450-ROUTE-DELTA-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTCARY
           END-IF
           OPEN INPUT DLTFILE
           IF NOT WS-DLTFILE-OK
               DISPLAY "TBLDIST2400E OPEN FAILED FOR DLTFILE - "
                   WS-DLTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DLTFILE-EOF
               READ DLTFILE
                   AT END
                       SET WS-DLTFILE-EOF TO TRUE
                   NOT AT END
                       IF DLT-REC-TYPE = "DTL"
                           MOVE DLT-REC TO WS-DLT-DETAIL
                           PERFORM 2450-ROUTE-DELTA-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLTFILE.

       2450-ROUTE-DELTA-DETAIL.
           MOVE WS-DLT-TABLE-ID TO WS-FIND-TABLE-ID
           PERFORM 2460-FIND-SUB-TABLE
           IF WS-SBT-IDX > ZEROS
               ADD 1 TO WS-SBT-COUNT(WS-SUB-IDX, WS-SBT-IDX)
               ADD 1 TO WS-ENV-COUNT
               IF WS-ROUTE-SEND
                   EVALUATE WS-DLT-ACTION
                       WHEN "A"
                           ADD 1 TO WS-ENV-ADDS
                       WHEN "C"
                           ADD 1 TO WS-ENV-CHANGES
                       WHEN "D"
                           ADD 1 TO WS-ENV-DELETES
                   END-EVALUATE
                   MOVE WS-DLT-DETAIL TO DIS-DATA
                   PERFORM 2700-WRITE-DIST-RECORD
               ELSE
                   MOVE WS-SUB-ID(WS-SUB-IDX) TO CRN-SUB-ID
                   MOVE WS-DLT-DETAIL TO CRN-DATA
                   PERFORM 2470-WRITE-CARRY-RECORD
               END-IF
           END-IF.

       2460-FIND-SUB-TABLE.
           MOVE ZEROS TO WS-SBT-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-SUB-TBL-MAX(WS-SUB-IDX)
                      OR WS-SBT-IDX > ZEROS
               IF WS-SBT-ID(WS-SUB-IDX, WS-FIND-IDX) = WS-FIND-TABLE-ID
                   MOVE WS-FIND-IDX TO WS-SBT-IDX
               END-IF
           END-PERFORM.

       2470-WRITE-CARRY-RECORD.
           WRITE CRN-REC
           IF NOT WS-DISTCARN-OK
               DISPLAY "TBLDIST2470E WRITE FAILED FOR DISTCARN - "
                   WS-DISTCARN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2500-WRITE-ENVELOPE-TRAILER.
           IF WS-SUB-FULL(WS-SUB-IDX)
               MOVE WS-ENV-COUNT TO WS-FUL-TRL-COUNT
               MOVE WS-FULL-TRAILER TO DIS-DATA
           ELSE
               MOVE WS-ENV-COUNT TO WS-DLT-TRL-COUNT
               MOVE WS-ENV-ADDS TO WS-DLT-TRL-ADDS
               MOVE WS-ENV-CHANGES TO WS-DLT-TRL-CHANGES
               MOVE WS-ENV-DELETES TO WS-DLT-TRL-DELETES
               MOVE WS-DLT-TRAILER TO DIS-DATA
           END-IF
           PERFORM 2700-WRITE-DIST-RECORD.

       2700-WRITE-DIST-RECORD.
           MOVE WS-SUB-ID(WS-SUB-IDX) TO DIS-SUB-ID
           WRITE DIS-REC
           IF NOT WS-DISTFILE-OK
               DISPLAY "TBLDIST2700E WRITE FAILED FOR DISTFILE - "
                   WS-DISTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  One log and report line per subscribed table, then the
      *  subscriber's envelope total on the report.
       2800-LOG-SUBSCRIBER.
           PERFORM VARYING WS-SBT-IDX FROM 1 BY 1
                   UNTIL WS-SBT-IDX > WS-SUB-TBL-MAX(WS-SUB-IDX)
               PERFORM 2810-WRITE-LOG-LINE
           END-PERFORM
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-ENV-SUB-ID
           MOVE WS-ENV-COUNT TO WS-ENV-LINE-COUNT
           WRITE DST-LINE FROM WS-DST-ENVELOPE-LINE.

       2810-WRITE-LOG-LINE.
           MOVE SPACES TO DSL-REC
           MOVE WS-RUN-DATE TO DSL-BUS-DATE
           MOVE WS-SUB-ID(WS-SUB-IDX) TO DSL-SUB-ID
           MOVE WS-SBT-ID(WS-SUB-IDX, WS-SBT-IDX) TO DSL-TABLE-ID
           MOVE WS-SUB-MODE(WS-SUB-IDX) TO DSL-MODE
           MOVE WS-SUB-FREQ(WS-SUB-IDX) TO DSL-FREQ
           EVALUATE TRUE
               WHEN WS-SUB-DUE(WS-SUB-IDX)
                   SET DSL-SENT TO TRUE
               WHEN WS-SUB-DELTA(WS-SUB-IDX)
                   SET DSL-HELD TO TRUE
               WHEN OTHER
                   SET DSL-NOT-DUE TO TRUE
           END-EVALUATE
           MOVE WS-SBT-COUNT(WS-SUB-IDX, WS-SBT-IDX)
               TO DSL-DETAIL-COUNT
           MOVE WS-ENV-COUNT TO DSL-ENV-COUNT
           MOVE WS-RUN-JOBID TO DSL-RUN-JOBID
           MOVE WS-RUN-TIME-RAW(1:6) TO DSL-STAMP-TIME
           WRITE DSL-REC
           IF NOT WS-DISTLOG-OK
               DISPLAY "TBLDIST2810E WRITE FAILED FOR DISTLOG - "
                   WS-DISTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD WS-SBT-COUNT(WS-SUB-IDX, WS-SBT-IDX)
               TO WS-DETAIL-TOTAL
           MOVE WS-SUB-ID(WS-SUB-IDX) TO WS-DTL-SUB-ID
           MOVE WS-SUB-MODE(WS-SUB-IDX) TO WS-DTL-MODE
           MOVE WS-SUB-FREQ(WS-SUB-IDX) TO WS-DTL-FREQ
           MOVE WS-SUB-FREQ-DAY(WS-SUB-IDX) TO WS-DTL-FREQ-DAY
           MOVE DSL-TABLE-ID TO WS-DTL-TBLID
           MOVE DSL-DISPOSITION TO WS-DTL-DISPOSITION
           MOVE DSL-DETAIL-COUNT TO WS-DTL-COUNT
           WRITE DST-LINE FROM WS-DST-DETAIL.

      *  CARYBACK replaces DISTCARY with DISTCARN even when a card
      *  was rejected, so the carry of every subscriber not accepted
      *  tonight is copied across as it stands and goes out on its
      *  first night back on SUBCTL. A subscriber retired for good
      *  keeps its carry until data control clear it; the count is
      *  on DISTRPT.
       2900-KEEP-UNSERVED-CARRY.
           MOVE "00" TO WS-DISTCARY-STATUS
           OPEN INPUT DISTCARY
           IF WS-DISTCARY-OK
               PERFORM UNTIL WS-DISTCARY-EOF
                   READ DISTCARY
                       AT END
                           SET WS-DISTCARY-EOF TO TRUE
                       NOT AT END
                           PERFORM 2910-FIND-CARRY-SUBSCRIBER
                           IF NOT WS-CARRY-SUB-FOUND
                               MOVE CRY-REC TO CRN-REC
                               PERFORM 2470-WRITE-CARRY-RECORD
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTCARY
           END-IF.

       2910-FIND-CARRY-SUBSCRIBER.
           MOVE "N" TO WS-CARRY-SUB-SW
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-SUB-MAX
                      OR WS-CARRY-SUB-FOUND
               IF WS-SUB-ID(WS-FIND-IDX) = CRY-SUB-ID
                   SET WS-CARRY-SUB-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3000-WRITE-TOTALS.
           MOVE "SUBSCRIBERS     " TO WS-TOT-LABEL
           MOVE WS-SUB-MAX TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "ENVELOPES SENT  " TO WS-TOT-LABEL
           MOVE WS-SENT-COUNT TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "DELTAS HELD     " TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "NOT DUE         " TO WS-TOT-LABEL
           MOVE WS-NOTDUE-COUNT TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "DETAILS ROUTED  " TO WS-TOT-LABEL
           MOVE WS-DETAIL-TOTAL TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "CARDS REJECTED  " TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE
           MOVE "CARRY KEPT      " TO WS-TOT-LABEL
           MOVE WS-KEPT-COUNT TO WS-TOT-VALUE
           WRITE DST-LINE FROM WS-DST-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TBLMSTR
           CLOSE DISTCARN
           CLOSE DISTFILE
           CLOSE DISTLOG
           CLOSE DISTRPT.
