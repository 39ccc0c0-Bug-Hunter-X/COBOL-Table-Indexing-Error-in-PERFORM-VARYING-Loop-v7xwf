
      ******************************************************************
      *  TBLMNT - pseudo-conversational CICS transaction that lets an
      *  authorized operator key adds, changes and deletes to TBLMSTR
      *  entries without waiting for the nightly batch run. No change
      *  is applied here: each one is queued on the PNDCHG pending
      *  file (see CPPNDCHG) with the operator as its maker, to await
      *  approval by a second operator on the TAPV screen (TBLAPV).
      *  Authorization is enforced at the transaction level (TMNT is
      *  restricted to the table-maintenance operator group), so the
      *  program itself carries no signon logic. Every queued or
      *  cancelled change is written to the AUDL extrapartition TD
      *  queue, which is allocated to the same PROD.DAILY.TBLLOAD.AUDIT
      *  dataset the batch programs append to, in the shared CPAUDLOG
      *  line format - the operator id goes in the jobid field so
      *  batch and online changes read as one audit trail. See
      *  TBLMNTM.bms / CPTBLMNT for the screen and CPTBLMST for the
      *  record layout. A delete keyed without a date is queued
      *  under today's date; action X with the date a change was
      *  queued under cancels it before it takes effect. The
      *  TBLREL table-relationship rules (CPTBLREL) are applied as
      *  in TBLMAINT: an add or change must name an entry on file
      *  in each parent table, and an entry still named by a child
      *  entry cannot be deleted.
      ******************************************************************
       ENVIRONMENT DIVISION.

           COPY CPTBLMNT.
           COPY CPTBLMST.
           COPY CPAUDLOG.
           COPY CPCATMST.
           COPY CPPNDCHG.
           COPY CPTBLREL.

       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-AUD-TIME-RAW             PIC 9(8).
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-MESSAGE                  PIC X(79) VALUE SPACES.

      *  Today's date for the add and delete checks, and the action
      *  and effective date 2450-QUEUE-CHANGE files the image under.
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROS.
       01  WS-PND-ACTION               PIC X(1) VALUE SPACE.
       01  WS-PND-EFF-DATE             PIC 9(8) VALUE ZEROS.

      *  TBLREL rules for this task, browsed into memory by 2500-
      *  LOAD-RELATIONSHIP-RULES, and the work fields for cutting a
      *  reference out of an image in WS-REL-MST. Parents and
      *  children are read into WS-REL-MST so the image being
      *  queued in MST-REC is left alone.
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
       01  WS-REL-MST.
           05  WS-RMS-KEY.
               10  WS-RMS-TABLE-ID     PIC X(4).
               10  WS-RMS-ENTRY        PIC X(20).
           05  WS-RMS-COUNT            PIC 9(5).
           05  WS-RMS-CATEGORY         PIC X(4).
           05  WS-RMS-EFF-DATE         PIC 9(8).
           05  WS-RMS-STATUS           PIC X(1).
           05  WS-RMS-DESC             PIC X(30).
           05  WS-RMS-LEDGER-FLAG      PIC X(1).
       01  WS-BROWSE-STATUS            PIC X VALUE "N".
           88 WS-BROWSE-DONE                    VALUE "Y".
           88 WS-BROWSE-MORE                    VALUE "N".

       01  WS-QUEUED-MSG.
           05  WS-QM-TEXT              PIC X(33)
                   VALUE "CHANGE QUEUED FOR APPROVAL - EFF ".
           05  WS-QM-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(38) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X.

       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO TBLMNTO
           MOVE "ENTER TABLE ID, ACTION A/C/D/X, ENTRY AND COUNT"
               TO MNTMSGO
           EXEC CICS SEND MAP("TBLMNTI") MAPSET("TBLMNTS")
               FROM(TBLMNTO)
               INTO(TBLMNTI)
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC
           EVALUATE TRUE
               WHEN MNTTBLL = 0 OR MNTTBLI = SPACES
                   MOVE "ENTER A TABLE ID" TO WS-MESSAGE
               WHEN MNTENTL = 0 OR MNTENTI = SPACES
                   MOVE "ENTER AN ENTRY VALUE" TO WS-MESSAGE
               WHEN MNTACTI = "A"
                   PERFORM 2100-QUEUE-ADD
               WHEN MNTACTI = "C"
                   PERFORM 2200-QUEUE-CHANGE
               WHEN MNTACTI = "D"
                   PERFORM 2300-QUEUE-DELETE
               WHEN MNTACTI = "X"
                   PERFORM 2400-CANCEL-QUEUED
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C, D OR X" TO WS-MESSAGE
           END-EVALUATE
           PERFORM 2900-SEND-RESULT-MAP.

           END-IF
           IF WS-MESSAGE = SPACES
               PERFORM 2060-EDIT-CATEGORY
           END-IF
           IF WS-MESSAGE = SPACES
               PERFORM 2070-EDIT-PARENT-REFS
           END-IF.

      *  2060-EDIT-CATEGORY refuses a category code that is not on
               MOVE "UNKNOWN CATEGORY CODE" TO WS-MESSAGE
           END-IF.

      *  2070-EDIT-PARENT-REFS applies every TBLREL rule for the
      *  keyed table: the reference cut out of the keyed category,
      *  entry or description must be an entry of the parent table
      *  on TBLMSTR now. A parent still awaiting approval does not
      *  count. A blank reference passes only under an optional
      *  rule.
       2070-EDIT-PARENT-REFS.
           PERFORM 2500-LOAD-RELATIONSHIP-RULES
           MOVE MNTCATI TO WS-RMS-CATEGORY
           MOVE MNTENTI TO WS-RMS-ENTRY
           MOVE MNTDSCI TO WS-RMS-DESC
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-MESSAGE NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = MNTTBLI
                   PERFORM 2075-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "ENTRY MUST NAME AN ENTRY OF TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-MESSAGE
                       END-IF
                   ELSE
                       PERFORM 2080-READ-PARENT
                   END-IF
               END-IF
           END-PERFORM.

       2075-EXTRACT-REFERENCE.
           EVALUATE WS-RUL-FIELD(WS-RUL-SUB)
               WHEN "C"
                   MOVE WS-RMS-CATEGORY TO WS-REL-SOURCE
               WHEN "E"
                   MOVE WS-RMS-ENTRY TO WS-REL-SOURCE
               WHEN OTHER
                   MOVE WS-RMS-DESC TO WS-REL-SOURCE
           END-EVALUATE
           MOVE WS-REL-SOURCE(WS-RUL-START(WS-RUL-SUB):
                   WS-RUL-LENGTH(WS-RUL-SUB)) TO WS-REL-VALUE.

       2080-READ-PARENT.
           MOVE WS-RUL-PARENT(WS-RUL-SUB) TO WS-RMS-TABLE-ID
           MOVE WS-REL-VALUE TO WS-RMS-ENTRY
           EXEC CICS READ DATASET("TBLMSTR")
               INTO(WS-REL-MST)
               RIDFLD(WS-RMS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               STRING "PARENT " WS-REL-VALUE
                   " NOT ON FILE IN TABLE "
                   WS-RUL-PARENT(WS-RUL-SUB)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           MOVE MNTCATI TO WS-RMS-CATEGORY
           MOVE MNTENTI TO WS-RMS-ENTRY
           MOVE MNTDSCI TO WS-RMS-DESC.

      *  An add already due must not name an entry on file. A
      *  future-dated add is not checked - the entry may be due to
      *  go before then - and TBLACTV checks it again on the day.
       2100-QUEUE-ADD.
           PERFORM 2050-EDIT-NUMERIC-FIELDS
           IF WS-MESSAGE = SPACES
               AND MNTDTEI NOT > WS-TODAY-DATE
               MOVE MNTTBLI TO MST-TABLE-ID
               MOVE MNTENTI TO MST-ENTRY
               EXEC CICS READ DATASET("TBLMSTR")
                   INTO(MST-REC)
                   RIDFLD(MST-TBL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "ENTRY ALREADY ON FILE" TO WS-MESSAGE
               END-IF
           END-IF
           IF WS-MESSAGE = SPACES
               MOVE MNTTBLI TO MST-TABLE-ID
               MOVE MNTENTI TO MST-ENTRY
               PERFORM 2150-MOVE-BUSINESS-FIELDS
               MOVE "A" TO WS-PND-ACTION
               MOVE MST-EFF-DATE TO WS-PND-EFF-DATE
               PERFORM 2450-QUEUE-CHANGE
           END-IF.

       2150-MOVE-BUSINESS-FIELDS.
           MOVE MNTDSCI TO MST-DESC
           SET MST-LEDGER-PENDING TO TRUE.

      *  A change must name an entry on file today; the image is
      *  read without UPDATE since nothing is rewritten here.
       2200-QUEUE-CHANGE.
           PERFORM 2050-EDIT-NUMERIC-FIELDS
           IF WS-MESSAGE = SPACES
               MOVE MNTTBLI TO MST-TABLE-ID
               EXEC CICS READ DATASET("TBLMSTR")
                   INTO(MST-REC)
                   RIDFLD(MST-TBL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2150-MOVE-BUSINESS-FIELDS
                   MOVE "C" TO WS-PND-ACTION
                   MOVE MST-EFF-DATE TO WS-PND-EFF-DATE
                   PERFORM 2450-QUEUE-CHANGE
               ELSE
                   MOVE "NO MATCHING ENTRY ON FILE" TO WS-MESSAGE
               END-IF
           END-IF.

      *  The delete reads the record first so the queued change -
      *  and in time the history delete marker - carries the image
      *  it is destroying, not just the key. The effective date is
      *  optional on a delete; without one it is queued under today.
       2300-QUEUE-DELETE.
           MOVE WS-TODAY-DATE TO WS-PND-EFF-DATE
           IF MNTDTEL > 0 AND MNTDTEI NOT = SPACES
               IF MNTDTEI NOT NUMERIC
                   MOVE "EFF DATE MUST BE NUMERIC CCYYMMDD"
                       TO WS-MESSAGE
               ELSE
                   MOVE MNTDTEI TO WS-PND-EFF-DATE
               END-IF
           END-IF
           IF WS-MESSAGE = SPACES
               MOVE MNTTBLI TO MST-TABLE-ID
               MOVE MNTENTI TO MST-ENTRY
               EXEC CICS READ DATASET("TBLMSTR")
                   INTO(MST-REC)
                   RIDFLD(MST-TBL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2310-EDIT-LIVE-CHILDREN
               ELSE
                   MOVE "NO MATCHING ENTRY ON FILE" TO WS-MESSAGE
               END-IF
           END-IF
           IF WS-MESSAGE = SPACES
               MOVE "D" TO WS-PND-ACTION
               PERFORM 2450-QUEUE-CHANGE
           END-IF.

      *  2310-EDIT-LIVE-CHILDREN refuses the delete of an entry
      *  still named by an entry of any child table on TBLMSTR -
      *  active or inactive, either would be left orphaned. The
      *  children must be deleted or repointed, and approved,
      *  first.
       2310-EDIT-LIVE-CHILDREN.
           PERFORM 2500-LOAD-RELATIONSHIP-RULES
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-MESSAGE NOT = SPACES
               IF WS-RUL-PARENT(WS-RUL-SUB) = MNTTBLI
                   PERFORM 2320-BROWSE-CHILD-TABLE
               END-IF
           END-PERFORM.

       2320-BROWSE-CHILD-TABLE.
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-RUL-CHILD(WS-RUL-SUB) TO WS-RMS-TABLE-ID
           MOVE LOW-VALUES TO WS-RMS-ENTRY
           EXEC CICS STARTBR DATASET("TBLMSTR")
               RIDFLD(WS-RMS-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE "CHILD CHECK FAILED - CALL DATA CONTROL"
                       TO WS-MESSAGE
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT DATASET("TBLMSTR")
                   INTO(WS-REL-MST)
                   RIDFLD(WS-RMS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(ENDFILE)
                   MOVE "CHILD CHECK FAILED - CALL DATA CONTROL"
                       TO WS-MESSAGE
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-RMS-TABLE-ID NOT = WS-RUL-CHILD(WS-RUL-SUB)
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   PERFORM 2075-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = MNTENTI
                       STRING "ENTRY IS STILL NAMED BY "
                           WS-RMS-ENTRY " IN TABLE "
                           WS-RMS-TABLE-ID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET("TBLMSTR")
               RESP(WS-RESP)
           END-EXEC.

      *  2400-CANCEL-QUEUED removes a queued change - awaiting
      *  approval or approved and scheduled - before it takes
      *  effect. The effective date keyed is the one the change was
      *  queued under; the image is read first so the audit line
      *  records what was withdrawn.
       2400-CANCEL-QUEUED.
           IF MNTDTEL = 0 OR MNTDTEI NOT NUMERIC
               MOVE "ENTER THE EFF DATE OF THE QUEUED CHANGE"
                   TO WS-MESSAGE
           ELSE
               MOVE MNTTBLI TO PND-TABLE-ID
               MOVE MNTENTI TO PND-ENTRY
               MOVE MNTDTEI TO PND-EFF-DATE
               EXEC CICS READ DATASET("PNDCHG")
                   INTO(PND-REC)
                   RIDFLD(PND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS DELETE DATASET("PNDCHG")
                       RIDFLD(PND-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE "QUEUED CHANGE CANCELLED" TO WS-MESSAGE
                   MOVE PND-COUNT TO WS-AUD-COUNT
                   MOVE PND-TABLE-ID TO WS-AUD-TABLE-ID
                   MOVE PND-ENTRY TO WS-AUD-ENTRY
                   MOVE "X" TO WS-AUD-ACTION
                   MOVE PND-MAKER-ID TO WS-AUD-MAKER
                   PERFORM 2810-QUEUE-AUDIT-LINE
               ELSE
                   MOVE "NO CHANGE QUEUED FOR THAT DATE"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      *  2450-QUEUE-CHANGE files the image now in MST-REC on the
      *  pending file under WS-PND-EFF-DATE, awaiting approval, with
      *  this operator as its maker. One change per entry per date:
      *  a second one for the same date is refused, and the first
      *  must be cancelled to replace it.
       2450-QUEUE-CHANGE.
           MOVE SPACES TO PND-REC
           MOVE MST-TABLE-ID TO PND-TABLE-ID
           MOVE MST-ENTRY TO PND-ENTRY
           MOVE WS-PND-EFF-DATE TO PND-EFF-DATE
           MOVE WS-PND-ACTION TO PND-ACTION
           SET PND-AWAITING TO TRUE
           MOVE MST-COUNT TO PND-COUNT
           MOVE MST-CATEGORY TO PND-CATEGORY
           MOVE MST-STATUS TO PND-STATUS
           MOVE MST-DESC TO PND-DESC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(PND-STAMP-DATE)
               TIME(WS-AUD-TIME-RAW)
           END-EXEC
           MOVE WS-AUD-TIME-RAW(1:6) TO PND-STAMP-TIME
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           MOVE WS-OPERATOR-ID TO PND-STAMP-JOBID
           MOVE WS-OPERATOR-ID TO PND-MAKER-ID
           MOVE ZEROS TO PND-CHECK-DATE
           MOVE ZEROS TO PND-CHECK-TIME
           EXEC CICS WRITE DATASET("PNDCHG")
               FROM(PND-REC)
               RIDFLD(PND-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-PND-EFF-DATE TO WS-QM-EFF-DATE
                   MOVE WS-QUEUED-MSG TO WS-MESSAGE
                   MOVE "Q" TO WS-AUD-ACTION
                   MOVE WS-OPERATOR-ID TO WS-AUD-MAKER
                   PERFORM 2800-WRITE-AUDIT-RECORD
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE "A CHANGE IS ALREADY QUEUED FOR THAT DATE"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "QUEUE FAILED - SEE PENDING FILE"
                       TO WS-MESSAGE
           END-EVALUATE.

      *  2500-LOAD-RELATIONSHIP-RULES browses TBLREL into memory for
      *  this task. Only an empty file means no table references
      *  another. A browse that fails for any other reason (TBLREL
      *  closed or disabled, an I/O error), or a rule whose field
      *  code, start or length does not fit, refuses the change
      *  instead, so neither ever lets a broken reference through.
       2500-LOAD-RELATIONSHIP-RULES.
           MOVE ZEROS TO WS-RELRUL-MAX
           SET WS-BROWSE-MORE TO TRUE
           MOVE LOW-VALUES TO REL-KEY
           EXEC CICS STARTBR DATASET("TBLREL")
               RIDFLD(REL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE "TBLREL UNAVAILABLE - CALL DATA CONTROL"
                       TO WS-MESSAGE
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT DATASET("TBLREL")
                   INTO(REL-REC)
                   RIDFLD(REL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       PERFORM 2510-STORE-RELATIONSHIP-RULE
                   WHEN WS-RESP = DFHRESP(ENDFILE)
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       MOVE "TBLREL UNAVAILABLE - CALL DATA CONTROL"
                           TO WS-MESSAGE
                       SET WS-BROWSE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR DATASET("TBLREL")
               RESP(WS-RESP)
           END-EXEC.

       2510-STORE-RELATIONSHIP-RULE.
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
               MOVE "RELATIONSHIP RULES INVALID - CALL DATA CONTROL"
                   TO WS-MESSAGE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF REL-START < 1 OR REL-LENGTH < 1
                   OR REL-LENGTH > 20
                   OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
                   OR WS-RELRUL-MAX NOT < 100
                   MOVE "RELATIONSHIP RULES INVALID - CALL DATA CONTROL"
                       TO WS-MESSAGE
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-RELRUL-MAX
                   MOVE REL-CHILD-TABLE TO WS-RUL-CHILD(WS-RELRUL-MAX)
                   MOVE REL-PARENT-TABLE
                       TO WS-RUL-PARENT(WS-RELRUL-MAX)
                   MOVE REL-FIELD TO WS-RUL-FIELD(WS-RELRUL-MAX)
                   MOVE REL-START TO WS-RUL-START(WS-RELRUL-MAX)
                   MOVE REL-LENGTH TO WS-RUL-LENGTH(WS-RELRUL-MAX)
                   MOVE REL-OPTION TO WS-RUL-OPTION(WS-RELRUL-MAX)
               END-IF
           END-IF.

      *  2800-WRITE-AUDIT-RECORD logs the image in MST-REC under the
      *  action code the caller left in WS-AUD-ACTION.
       2800-WRITE-AUDIT-RECORD.
           MOVE MST-COUNT TO WS-AUD-COUNT
           MOVE MST-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE MST-ENTRY TO WS-AUD-ENTRY
           PERFORM 2810-QUEUE-AUDIT-LINE.

       2810-QUEUE-AUDIT-LINE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
