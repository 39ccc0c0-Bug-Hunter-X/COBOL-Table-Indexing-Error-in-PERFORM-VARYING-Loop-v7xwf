       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLAPV.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLAPV - pseudo-conversational CICS approval screen
      *  (transaction TAPV, alongside TMNT) for the two-person rule on
      *  table maintenance. Every add, change and delete keyed on TMNT
      *  or submitted through TBLMAINT waits on the PNDCHG pending
      *  file (see CPPNDCHG) until a second operator decides it here.
      *  The screen shows the change with the entry as it stands on
      *  TBLMSTR today beside the image the change would leave, and
      *  who keyed it. Approve (A) applies a change already due at
      *  once - TBLMSTR, TBLHIST image, BKIMAGE backout image and
      *  AUDL audit line, each carrying both operator ids and a run
      *  id of the approval's own, shown in the message, that
      *  TBLBKOUT reverses it by - and marks a future-dated one
      *  scheduled for TBLACTV to apply on its effective date.
      *  Reject (R) removes the change. The operator who keyed a
      *  change may reject (withdraw) it but can never approve it.
      *  An approval whose PNDCHG entry cannot be removed after the
      *  change is applied says so and stays on it: the entry must
      *  be rejected at once, or it could be approved and applied a
      *  second time. A change that cannot be applied (an add
      *  whose entry has since arrived, a change or delete whose
      *  entry has gone, a category since removed from CATMSTR, a
      *  TBLREL parent gone or child entry arrived) stays awaiting
      *  approval with the reason shown, to be rejected or
      *  corrected. BKIM is an extrapartition TD queue allocated to
      *  the BKIMAGE dataset the batch programs write, as AUDL is to
      *  AUDITLOG. The key of the change on display rides in the
      *  COMMAREA, and a decision is only taken against that change.
      *  See TBLAPVM.bms / CPTBLAPV for the screen.
      ******************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CPTBLAPV.
           COPY CPTBLMST.
           COPY CPAUDLOG.
           COPY CPTBLHST.
           COPY CPBKIMG.
           COPY CPCATMST.
           COPY CPPNDCHG.
           COPY CPTBLREL.

       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-HST-RESP                 PIC S9(8) COMP VALUE ZERO.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-AUD-TIME-RAW             PIC 9(8).
       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROS.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-MESSAGE                  PIC X(79) VALUE SPACES.

      *  Set by 2600-APPLY-CHANGE when the master action fails, so
      *  the change is left awaiting approval.
       01  WS-APPLY-REASON             PIC X(40) VALUE SPACES.

      *  History stamp action, and a hold area for the READ UPDATE
      *  when the image lands on a history key already on file.
       01  WS-HST-ACTION               PIC X(1) VALUE SPACE.
       01  WS-HST-HOLD                 PIC X(120) VALUE SPACES.

      *  Before and after master images for the backout record.
       01  WS-BKI-BEFORE               PIC X(73) VALUE SPACES.
       01  WS-BKI-AFTER                PIC X(73) VALUE SPACES.

      *  Run id of the approval being applied, taken by 2590-TAKE-
      *  RUN-ID: AP and the seconds since 1 January 2000 written in
      *  six base-36 digits. Ids are taken one at a time under the
      *  ENQ on WS-RUNID-RESOURCE, each holding it for a second, so
      *  no two approvals ever share one and TBLBKOUT reverses
      *  exactly the change it is given.
       01  WS-APV-RUNID                PIC X(8) VALUE SPACES.
       01  WS-RUNID-RESOURCE           PIC X(12) VALUE "TBLAPVRUNID ".
       01  WS-RUNID-SECONDS            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-RUNID-QUOTIENT           PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-RUNID-DIGIT              PIC 9(2) VALUE ZEROS.
       01  WS-RUNID-SUB                PIC 9(1) VALUE ZEROS.
       01  WS-BASE36-DIGITS            PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *  TBLREL rules, browsed into memory by 2690-LOAD-RELATIONSHIP-
      *  RULES, and the work fields for cutting a reference out of
      *  an image in WS-REL-MST. Parents and children are read into
      *  WS-REL-MST so the change in PND-REC is left alone.
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

      *  Browse switch for 2400-FIND-NEXT-AWAITING.
       01  WS-BROWSE-STATUS            PIC X VALUE "N".
           88 WS-BROWSE-DONE                    VALUE "Y".
           88 WS-BROWSE-MORE                    VALUE "N".

      *  Set when a decision leaves the change where it was, so the
      *  same change is shown again with the reason.
       01  WS-STAY-STATUS              PIC X VALUE "N".
           88 WS-STAY-ON-CHANGE                 VALUE "Y".
           88 WS-MOVE-TO-NEXT                   VALUE "N".

      *  Key of a change 2400-FIND-NEXT-AWAITING is to pass over.
       01  WS-SKIP-KEY                 PIC X(32) VALUE SPACES.

       01  WS-FOUND-STATUS             PIC X VALUE "N".
           88 WS-ITEM-FOUND                     VALUE "Y".
           88 WS-ITEM-NOT-FOUND                 VALUE "N".

      *  One image line for the BEFORE and AFTER rows of the screen.
       01  WS-IMAGE-LINE.
           05  WS-IL-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-IL-CATEGORY          PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-IL-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-IL-STATUS            PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-IL-DESC              PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-BEFORE-LINE              PIC X(79) VALUE SPACES.
       01  WS-AFTER-LINE               PIC X(79) VALUE SPACES.

       01  WS-SCHED-MSG.
           05  WS-SM-TEXT              PIC X(29)
                   VALUE "APPROVED - SCHEDULED FOR EFF ".
           05  WS-SM-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(42) VALUE SPACES.

      *  WS-COMMAREA carries the key of the change on display between
      *  sends, spaces when none is shown. As on TRUN, the RETURN
      *  names this working-storage copy, never DFHCOMMAREA.
       01  WS-COMMAREA                 PIC X(32) VALUE SPACES.
       01  WS-SHOWN-KEY REDEFINES WS-COMMAREA.
           05  WS-SHOWN-TABLE-ID       PIC X(4).
           05  WS-SHOWN-ENTRY          PIC X(20).
           05  WS-SHOWN-EFF-DATE       PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(32).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO PND-KEY
               PERFORM 2400-FIND-NEXT-AWAITING
               PERFORM 2900-SEND-FULL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-DECIDE
           END-IF
           EXEC CICS RETURN
               TRANSID("TAPV")
               COMMAREA(WS-COMMAREA)
               LENGTH(32)
           END-EXEC.

      *  EIBAID "8" is the DFHAID value for PF8. A decision is taken
      *  only against the change on display, and only while the key
      *  fields still name it; ENTER without a decision shows the
      *  change keyed, or the first awaiting approval if none is.
       2000-RECEIVE-AND-DECIDE.
           EXEC CICS RECEIVE MAP("TBLAPVI") MAPSET("TBLAPVS")
               INTO(TBLAPVI)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN EIBAID = "8"
                   PERFORM 2050-POSITION-AFTER-SHOWN
                   PERFORM 2400-FIND-NEXT-AWAITING
               WHEN APVDECI = "A" OR APVDECI = "R"
                   PERFORM 2100-DECIDE-SHOWN-CHANGE
               WHEN APVDECL > 0 AND APVDECI NOT = SPACE
                   MOVE "DECISION MUST BE A (APPROVE) OR R (REJECT)"
                       TO WS-MESSAGE
                   PERFORM 2300-SHOW-SHOWN-CHANGE
               WHEN APVTBLL > 0 AND APVTBLI NOT = SPACES
                   PERFORM 2200-SHOW-KEYED-CHANGE
               WHEN OTHER
                   MOVE LOW-VALUES TO PND-KEY
                   PERFORM 2400-FIND-NEXT-AWAITING
           END-EVALUATE
           PERFORM 2950-SEND-DATA-ONLY.

      *  Positions the browse on the change on display and has it
      *  passed over, so the browse picks up the one after it.
       2050-POSITION-AFTER-SHOWN.
           IF WS-COMMAREA = SPACES
               MOVE LOW-VALUES TO PND-KEY
           ELSE
               MOVE WS-COMMAREA TO PND-KEY
               MOVE WS-COMMAREA TO WS-SKIP-KEY
           END-IF.

       2100-DECIDE-SHOWN-CHANGE.
           IF WS-COMMAREA = SPACES
               OR APVTBLI NOT = WS-SHOWN-TABLE-ID
               OR APVENTI NOT = WS-SHOWN-ENTRY
               OR APVDTEI NOT = WS-SHOWN-EFF-DATE
               MOVE "PRESS ENTER TO SHOW THE CHANGE BEFORE DECIDING"
                   TO WS-MESSAGE
               PERFORM 2200-SHOW-KEYED-CHANGE
           ELSE
               MOVE WS-COMMAREA TO PND-KEY
               EXEC CICS READ DATASET("PNDCHG")
                   INTO(PND-REC)
                   RIDFLD(PND-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "CHANGE IS NO LONGER QUEUED" TO WS-MESSAGE
                   WHEN NOT PND-AWAITING
                       EXEC CICS UNLOCK DATASET("PNDCHG") END-EXEC
                       MOVE "CHANGE IS ALREADY APPROVED AND SCHEDULED"
                           TO WS-MESSAGE
                   WHEN APVDECI = "R"
                       PERFORM 2700-REJECT-CHANGE
                   WHEN PND-MAKER-ID = WS-OPERATOR-ID
                       EXEC CICS UNLOCK DATASET("PNDCHG") END-EXEC
                       MOVE "MAKER CANNOT APPROVE OWN CHANGE"
                           TO WS-MESSAGE
                       SET WS-STAY-ON-CHANGE TO TRUE
                   WHEN OTHER
                       PERFORM 2500-APPROVE-CHANGE
               END-EVALUATE
               IF WS-STAY-ON-CHANGE
                   PERFORM 2300-SHOW-SHOWN-CHANGE
               ELSE
                   PERFORM 2050-POSITION-AFTER-SHOWN
                   PERFORM 2400-FIND-NEXT-AWAITING
               END-IF
           END-IF.

       2200-SHOW-KEYED-CHANGE.
           MOVE APVTBLI TO PND-TABLE-ID
           MOVE APVENTI TO PND-ENTRY
           IF APVDTEI NUMERIC
               MOVE APVDTEI TO PND-EFF-DATE
               PERFORM 2350-READ-AND-SHOW
           ELSE
               MOVE "EFF DATE MUST BE NUMERIC CCYYMMDD" TO WS-MESSAGE
               MOVE SPACES TO WS-COMMAREA
               PERFORM 2800-CLEAR-DETAIL
           END-IF.

       2300-SHOW-SHOWN-CHANGE.
           IF WS-COMMAREA = SPACES
               MOVE LOW-VALUES TO PND-KEY
               PERFORM 2400-FIND-NEXT-AWAITING
           ELSE
               MOVE WS-COMMAREA TO PND-KEY
               PERFORM 2350-READ-AND-SHOW
           END-IF.

       2350-READ-AND-SHOW.
           EXEC CICS READ DATASET("PNDCHG")
               INTO(PND-REC)
               RIDFLD(PND-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2450-BUILD-DETAIL
           ELSE
               IF WS-MESSAGE = SPACES
                   MOVE "NO CHANGE QUEUED FOR THAT KEY" TO WS-MESSAGE
               END-IF
               MOVE SPACES TO WS-COMMAREA
               PERFORM 2800-CLEAR-DETAIL
           END-IF.

      *  2400-FIND-NEXT-AWAITING browses forward from PND-KEY to the
      *  next change still awaiting approval, passing over scheduled
      *  ones already decided.
       2400-FIND-NEXT-AWAITING.
           SET WS-ITEM-NOT-FOUND TO TRUE
           SET WS-BROWSE-MORE TO TRUE
           EXEC CICS STARTBR DATASET("PNDCHG")
               RIDFLD(PND-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT DATASET("PNDCHG")
                   INTO(PND-REC)
                   RIDFLD(PND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN PND-AWAITING
                       AND PND-KEY NOT = WS-SKIP-KEY
                       SET WS-ITEM-FOUND TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR DATASET("PNDCHG")
               RESP(WS-RESP)
           END-EXEC
           IF WS-ITEM-FOUND
               PERFORM 2450-BUILD-DETAIL
           ELSE
               IF WS-MESSAGE = SPACES
                   MOVE "NO MORE CHANGES AWAITING APPROVAL"
                       TO WS-MESSAGE
               END-IF
               MOVE SPACES TO WS-COMMAREA
               PERFORM 2800-CLEAR-DETAIL
           END-IF.

      *  2450-BUILD-DETAIL fills the screen lines from PND-REC: the
      *  entry as TBLMSTR holds it now, and the image the change
      *  would leave (nothing, for a delete).
       2450-BUILD-DETAIL.
           MOVE PND-KEY TO WS-COMMAREA
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           EXEC CICS READ DATASET("TBLMSTR")
               INTO(MST-REC)
               RIDFLD(MST-TBL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MST-COUNT TO WS-IL-COUNT
               MOVE MST-CATEGORY TO WS-IL-CATEGORY
               MOVE MST-EFF-DATE TO WS-IL-EFF-DATE
               MOVE MST-STATUS TO WS-IL-STATUS
               MOVE MST-DESC TO WS-IL-DESC
               MOVE WS-IMAGE-LINE TO WS-BEFORE-LINE
           ELSE
               MOVE "(NOT ON FILE)" TO WS-BEFORE-LINE
           END-IF
           IF PND-DELETE
               MOVE "(ENTRY DELETED)" TO WS-AFTER-LINE
           ELSE
               MOVE PND-COUNT TO WS-IL-COUNT
               MOVE PND-CATEGORY TO WS-IL-CATEGORY
               MOVE PND-EFF-DATE TO WS-IL-EFF-DATE
               MOVE PND-STATUS TO WS-IL-STATUS
               MOVE PND-DESC TO WS-IL-DESC
               MOVE WS-IMAGE-LINE TO WS-AFTER-LINE
           END-IF
           IF WS-MESSAGE = SPACES
               IF PND-AWAITING
                   MOVE "ENTER A TO APPROVE OR R TO REJECT"
                       TO WS-MESSAGE
               ELSE
                   MOVE "APPROVED AND SCHEDULED - NO DECISION NEEDED"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      *  2500-APPROVE-CHANGE records the checker on the change held
      *  for update. A future-dated change is left scheduled for
      *  TBLACTV; one already due is applied now and leaves the file.
       2500-APPROVE-CHANGE.
           MOVE WS-OPERATOR-ID TO PND-CHECKER-ID
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(PND-CHECK-DATE)
               TIME(WS-AUD-TIME-RAW)
           END-EXEC
           MOVE WS-AUD-TIME-RAW(1:6) TO PND-CHECK-TIME
           IF PND-EFF-DATE > WS-TODAY-DATE
               SET PND-SCHEDULED TO TRUE
               EXEC CICS REWRITE DATASET("PNDCHG")
                   FROM(PND-REC)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE PND-EFF-DATE TO WS-SM-EFF-DATE
                   MOVE WS-SCHED-MSG TO WS-MESSAGE
                   MOVE "S" TO WS-AUD-ACTION
                   PERFORM 2850-WRITE-PND-AUDIT
               ELSE
                   MOVE "APPROVAL FAILED - SEE PENDING FILE"
                       TO WS-MESSAGE
               END-IF
           ELSE
               PERFORM 2590-TAKE-RUN-ID
               PERFORM 2600-APPLY-CHANGE
               IF WS-APPLY-REASON = SPACES
                   EXEC CICS DELETE DATASET("PNDCHG")
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK DATASET("PNDCHG") END-EXEC
                       MOVE SPACES TO WS-MESSAGE
                       STRING "APPLIED AS " WS-APV-RUNID
                           " BUT STILL QUEUED - REJECT IT NOW"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       SET WS-STAY-ON-CHANGE TO TRUE
                   END-IF
                   IF WS-MESSAGE = SPACES
                       STRING "APPROVED AND APPLIED - RUN ID "
                           WS-APV-RUNID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               ELSE
                   EXEC CICS UNLOCK DATASET("PNDCHG") END-EXEC
                   STRING "NOT APPLIED - " WS-APPLY-REASON
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   SET WS-STAY-ON-CHANGE TO TRUE
               END-IF
           END-IF.

      *  2590-TAKE-RUN-ID. The ENQ is released when the second is
      *  up, so the next approval always gets a later id.
       2590-TAKE-RUN-ID.
           EXEC CICS ENQ RESOURCE(WS-RUNID-RESOURCE)
               LENGTH(12)
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           COMPUTE WS-RUNID-SECONDS =
               WS-ABSTIME / 1000 - 3155673600
           MOVE "AP" TO WS-APV-RUNID
           PERFORM VARYING WS-RUNID-SUB FROM 8 BY -1
                   UNTIL WS-RUNID-SUB < 3
               DIVIDE WS-RUNID-SECONDS BY 36
                   GIVING WS-RUNID-QUOTIENT
                   REMAINDER WS-RUNID-DIGIT
               MOVE WS-BASE36-DIGITS(WS-RUNID-DIGIT + 1:1)
                   TO WS-APV-RUNID(WS-RUNID-SUB:1)
               MOVE WS-RUNID-QUOTIENT TO WS-RUNID-SECONDS
           END-PERFORM
           EXEC CICS DELAY FOR SECONDS(1) END-EXEC
           EXEC CICS DEQ RESOURCE(WS-RUNID-RESOURCE)
               LENGTH(12)
           END-EXEC.

      *  2600-APPLY-CHANGE applies the change in PND-REC to TBLMSTR
      *  the same way TBLACTV does on the night, with the history
      *  image dated the change's effective date. The TBLREL rules
      *  are checked again first, against TBLMSTR as it stands now:
      *  a parent deleted, or a child added, since the change was
      *  keyed leaves it awaiting approval with the reason shown.
       2600-APPLY-CHANGE.
           MOVE SPACES TO WS-APPLY-REASON
           IF PND-ADD OR PND-CHANGE
               MOVE PND-CATEGORY TO CAT-CODE
               EXEC CICS READ DATASET("CATMSTR")
                   INTO(CAT-REC)
                   RIDFLD(CAT-CODE)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "UNKNOWN CATEGORY CODE" TO WS-APPLY-REASON
               END-IF
           END-IF
           IF WS-APPLY-REASON = SPACES
               PERFORM 2690-LOAD-RELATIONSHIP-RULES
           END-IF
           IF WS-APPLY-REASON = SPACES
               IF PND-ADD OR PND-CHANGE
                   PERFORM 2670-CHECK-PARENT-REFS
               END-IF
               IF PND-DELETE
                   PERFORM 2680-CHECK-LIVE-CHILDREN
               END-IF
           END-IF
           IF WS-APPLY-REASON = SPACES
               EVALUATE TRUE
                   WHEN PND-ADD
                       PERFORM 2610-APPLY-ADD
                   WHEN PND-CHANGE
                       PERFORM 2620-APPLY-CHANGE
                   WHEN PND-DELETE
                       PERFORM 2630-APPLY-DELETE
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO WS-APPLY-REASON
               END-EVALUATE
           END-IF
           IF WS-APPLY-REASON = SPACES
               PERFORM 2650-WRITE-HISTORY-RECORD
               PERFORM 2660-WRITE-BACKOUT-IMAGE
               MOVE PND-ACTION TO WS-AUD-ACTION
               PERFORM 2850-WRITE-PND-AUDIT
           END-IF.

       2610-APPLY-ADD.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           PERFORM 2640-MOVE-BUSINESS-FIELDS
           EXEC CICS WRITE DATASET("TBLMSTR")
               FROM(MST-REC)
               RIDFLD(MST-TBL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-BKI-BEFORE
                   MOVE MST-REC TO WS-BKI-AFTER
                   MOVE "A" TO WS-HST-ACTION
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE "ENTRY ALREADY ON FILE" TO WS-APPLY-REASON
               WHEN OTHER
                   MOVE "ADD FAILED - SEE MASTER FILE"
                       TO WS-APPLY-REASON
           END-EVALUATE.

       2620-APPLY-CHANGE.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           EXEC CICS READ DATASET("TBLMSTR")
               INTO(MST-REC)
               RIDFLD(MST-TBL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MST-REC TO WS-BKI-BEFORE
               PERFORM 2640-MOVE-BUSINESS-FIELDS
               EXEC CICS REWRITE DATASET("TBLMSTR")
                   FROM(MST-REC)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE MST-REC TO WS-BKI-AFTER
                   MOVE "C" TO WS-HST-ACTION
               ELSE
                   MOVE "CHANGE FAILED - SEE MASTER FILE"
                       TO WS-APPLY-REASON
               END-IF
           ELSE
               MOVE "ENTRY NO LONGER ON FILE" TO WS-APPLY-REASON
           END-IF.

      *  The delete reads the record first so the history delete
      *  marker carries the image it is destroying, not just the key.
       2630-APPLY-DELETE.
           MOVE PND-TABLE-ID TO MST-TABLE-ID
           MOVE PND-ENTRY TO MST-ENTRY
           EXEC CICS READ DATASET("TBLMSTR")
               INTO(MST-REC)
               RIDFLD(MST-TBL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MST-REC TO WS-BKI-BEFORE
               EXEC CICS DELETE DATASET("TBLMSTR")
                   RIDFLD(MST-TBL-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO WS-BKI-AFTER
               MOVE "D" TO WS-HST-ACTION
           ELSE
               MOVE "ENTRY NO LONGER ON FILE" TO WS-APPLY-REASON
           END-IF.

       2640-MOVE-BUSINESS-FIELDS.
           MOVE PND-COUNT TO MST-COUNT
           MOVE PND-CATEGORY TO MST-CATEGORY
           MOVE PND-EFF-DATE TO MST-EFF-DATE
           MOVE PND-STATUS TO MST-STATUS
           MOVE PND-DESC TO MST-DESC
           SET MST-LEDGER-PENDING TO TRUE.

      *  2650-WRITE-HISTORY-RECORD files the image now in MST-REC
      *  (the new image after an add or change, the destroyed image
      *  after a delete) on TBLHIST, stamped with the approval's
      *  own run id so TBLBKOUT can reverse it with the BKIMAGE
      *  record below. The history failure is reported but
      *  does not undo the master action - the audit record still
      *  ties the action to both operators.
       2650-WRITE-HISTORY-RECORD.
           MOVE MST-TABLE-ID TO HST-TABLE-ID
           MOVE MST-ENTRY TO HST-ENTRY
           MOVE PND-EFF-DATE TO HST-EFF-DATE
           MOVE MST-COUNT TO HST-COUNT
           MOVE MST-CATEGORY TO HST-CATEGORY
           MOVE MST-STATUS TO HST-STATUS
           MOVE MST-DESC TO HST-DESC
           MOVE WS-HST-ACTION TO HST-ACTION
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(HST-STAMP-DATE)
               TIME(WS-AUD-TIME-RAW)
           END-EXEC
           MOVE WS-AUD-TIME-RAW(1:6) TO HST-STAMP-TIME
           MOVE WS-APV-RUNID TO HST-STAMP-JOBID
           MOVE PND-MAKER-ID TO HST-MAKER-ID
           MOVE PND-CHECKER-ID TO HST-CHECKER-ID
           EXEC CICS WRITE DATASET("TBLHIST")
               FROM(HST-REC)
               RIDFLD(HST-KEY)
               RESP(WS-HST-RESP)
           END-EXEC
           IF WS-HST-RESP = DFHRESP(DUPREC)
               EXEC CICS READ DATASET("TBLHIST")
                   INTO(WS-HST-HOLD)
                   RIDFLD(HST-KEY)
                   UPDATE
                   RESP(WS-HST-RESP)
               END-EXEC
               IF WS-HST-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE DATASET("TBLHIST")
                       FROM(HST-REC)
                       RESP(WS-HST-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-HST-RESP NOT = DFHRESP(NORMAL)
               STRING "APPLIED - HISTORY WRITE FAILED - RUN ID "
                   WS-APV-RUNID
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       2660-WRITE-BACKOUT-IMAGE.
           MOVE SPACES TO BKI-REC
           MOVE WS-APV-RUNID TO BKI-RUNID
           MOVE PND-ACTION TO BKI-ACTION
           MOVE WS-BKI-BEFORE TO BKI-BEFORE-IMAGE
           MOVE WS-BKI-AFTER TO BKI-AFTER-IMAGE
           MOVE PND-MAKER-ID TO BKI-MAKER-ID
           MOVE PND-CHECKER-ID TO BKI-CHECKER-ID
           EXEC CICS WRITEQ TD QUEUE("BKIM")
               FROM(BKI-REC)
               LENGTH(176)
           END-EXEC.

      *  2670-CHECK-PARENT-REFS applies every TBLREL rule for the
      *  change's table, as TMNT did when it was keyed: the
      *  reference cut out of the queued image must be an entry of
      *  the parent table on TBLMSTR now. A blank reference passes
      *  only under an optional rule.
       2670-CHECK-PARENT-REFS.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-APPLY-REASON NOT = SPACES
               IF WS-RUL-CHILD(WS-RUL-SUB) = PND-TABLE-ID
                   MOVE PND-CATEGORY TO WS-RMS-CATEGORY
                   MOVE PND-ENTRY TO WS-RMS-ENTRY
                   MOVE PND-DESC TO WS-RMS-DESC
                   PERFORM 2675-EXTRACT-REFERENCE
                   IF WS-REL-VALUE = SPACES
                       IF WS-RUL-REQUIRED(WS-RUL-SUB)
                           STRING "NO REFERENCE TO TABLE "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-APPLY-REASON
                       END-IF
                   ELSE
                       MOVE WS-RUL-PARENT(WS-RUL-SUB)
                           TO WS-RMS-TABLE-ID
                       MOVE WS-REL-VALUE TO WS-RMS-ENTRY
                       EXEC CICS READ DATASET("TBLMSTR")
                           INTO(WS-REL-MST)
                           RIDFLD(WS-RMS-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           STRING "PARENT NOT ON FILE IN "
                               WS-RUL-PARENT(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-APPLY-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2675-EXTRACT-REFERENCE.
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

      *  2680-CHECK-LIVE-CHILDREN refuses the delete of an entry a
      *  child entry on TBLMSTR still names - one may have been
      *  added since the delete was keyed. A browse that fails for
      *  any reason but an empty child table refuses it too.
       2680-CHECK-LIVE-CHILDREN.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
                   OR WS-APPLY-REASON NOT = SPACES
               IF WS-RUL-PARENT(WS-RUL-SUB) = PND-TABLE-ID
                   PERFORM 2685-BROWSE-CHILD-TABLE
               END-IF
           END-PERFORM.

       2685-BROWSE-CHILD-TABLE.
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
                   MOVE "CHILD CHECK FAILED - SEE MASTER FILE"
                       TO WS-APPLY-REASON
                   SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT DATASET("TBLMSTR")
                   INTO(WS-REL-MST)
                   RIDFLD(WS-RMS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(ENDFILE)
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE "CHILD CHECK FAILED - SEE MASTER FILE"
                           TO WS-APPLY-REASON
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN WS-RMS-TABLE-ID NOT = WS-RUL-CHILD(WS-RUL-SUB)
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       PERFORM 2675-EXTRACT-REFERENCE
                       IF WS-REL-VALUE = PND-ENTRY
                           STRING "LIVE CHILD ENTRIES IN "
                               WS-RUL-CHILD(WS-RUL-SUB)
                               DELIMITED BY SIZE INTO WS-APPLY-REASON
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR DATASET("TBLMSTR")
               RESP(WS-RESP)
           END-EXEC.

      *  2690-LOAD-RELATIONSHIP-RULES browses TBLREL into memory.
      *  Only an empty file means no table references another; a
      *  browse that fails, or a rule that does not fit its child
      *  field, leaves the change unapplied rather than let a
      *  broken reference through.
       2690-LOAD-RELATIONSHIP-RULES.
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
                   MOVE "RELATIONSHIP RULES UNAVAILABLE"
                       TO WS-APPLY-REASON
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
                       PERFORM 2695-STORE-RELATIONSHIP-RULE
                   WHEN WS-RESP = DFHRESP(ENDFILE)
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       MOVE "RELATIONSHIP RULES UNAVAILABLE"
                           TO WS-APPLY-REASON
                       SET WS-BROWSE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR DATASET("TBLREL")
               RESP(WS-RESP)
           END-EXEC.

       2695-STORE-RELATIONSHIP-RULE.
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
               MOVE "RELATIONSHIP RULES INVALID" TO WS-APPLY-REASON
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF REL-START < 1 OR REL-LENGTH < 1
                   OR REL-LENGTH > 20
                   OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
                   OR WS-RELRUL-MAX NOT < 100
                   MOVE "RELATIONSHIP RULES INVALID"
                       TO WS-APPLY-REASON
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

      *  2700-REJECT-CHANGE removes the change held for update. The
      *  maker may reject a change of their own - that withdraws it.
       2700-REJECT-CHANGE.
           EXEC CICS DELETE DATASET("PNDCHG")
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "CHANGE REJECTED" TO WS-MESSAGE
               MOVE WS-OPERATOR-ID TO PND-CHECKER-ID
               MOVE "J" TO WS-AUD-ACTION
               PERFORM 2850-WRITE-PND-AUDIT
           ELSE
               MOVE "REJECT FAILED - SEE PENDING FILE" TO WS-MESSAGE
           END-IF.

       2800-CLEAR-DETAIL.
           MOVE SPACES TO WS-BEFORE-LINE
           MOVE SPACES TO WS-AFTER-LINE
           MOVE SPACES TO PND-REC.

      *  2850-WRITE-PND-AUDIT logs the change in PND-REC under the
      *  action code the caller left in WS-AUD-ACTION, with both
      *  operator ids. An applied change carries the approval's run
      *  id; a scheduling or rejection line carries this operator.
       2850-WRITE-PND-AUDIT.
           MOVE PND-COUNT TO WS-AUD-COUNT
           MOVE PND-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE PND-ENTRY TO WS-AUD-ENTRY
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
               TIME(WS-AUD-TIME-RAW)
           END-EXEC
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           IF WS-AUD-ACTION = "A" OR "C" OR "D"
               MOVE WS-APV-RUNID TO WS-AUD-JOBID
           ELSE
               MOVE WS-OPERATOR-ID TO WS-AUD-JOBID
           END-IF
           MOVE PND-MAKER-ID TO WS-AUD-MAKER
           MOVE PND-CHECKER-ID TO WS-AUD-CHECKER
           EXEC CICS WRITEQ TD QUEUE("AUDL")
               FROM(WS-AUDIT-DETAIL)
               LENGTH(80)
           END-EXEC.

       2870-MOVE-DETAIL-FIELDS.
           MOVE PND-TABLE-ID TO APVTBLO
           MOVE PND-ENTRY TO APVENTO
           IF WS-COMMAREA NOT = SPACES
               MOVE PND-EFF-DATE TO APVDTEO
               MOVE PND-ACTION TO APVACTO
               MOVE PND-MAKER-ID TO APVMKRO
               MOVE PND-STAMP-DATE TO APVKDTO
               IF PND-AWAITING
                   MOVE "AWAIT APPR" TO APVSTAO
               ELSE
                   MOVE "SCHEDULED " TO APVSTAO
               END-IF
           END-IF
           MOVE WS-BEFORE-LINE TO APVBEFO
           MOVE WS-AFTER-LINE TO APVAFTO
           MOVE WS-MESSAGE TO APVMSGO.

       2900-SEND-FULL-MAP.
           MOVE SPACES TO TBLAPVO
           PERFORM 2870-MOVE-DETAIL-FIELDS
           EXEC CICS SEND MAP("TBLAPVI") MAPSET("TBLAPVS")
               FROM(TBLAPVO)
               ERASE
           END-EXEC.

       2950-SEND-DATA-ONLY.
           MOVE SPACES TO TBLAPVO
           PERFORM 2870-MOVE-DETAIL-FIELDS
           EXEC CICS SEND MAP("TBLAPVI") MAPSET("TBLAPVS")
               FROM(TBLAPVO)
               DATAONLY
           END-EXEC.
