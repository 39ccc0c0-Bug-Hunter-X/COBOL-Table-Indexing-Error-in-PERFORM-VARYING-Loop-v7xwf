               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATMSTR-STATUS.

      *  TBLREL is the table-relationship control file (CPTBLREL):
      *  which tables must name an entry of which other table, and
      *  through which field. Loaded into memory with the category
      *  master; a child entry whose parent is not in tonight's load
      *  is excepted to VALRPT and kept off TBLMSTR.
           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

      *  RUNCTL is the run-control file: one record per business
      *  date, stamped STARTED by 0020-CHECK-RUN-CONTROL and ENDED
      *  with final counts just before STOP RUN, so a second submit
           COPY CPTBLMST.

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       FD  CATMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY CPCATMST.

       FD  TBLREL
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPTBLREL.

      *  The run-control key carries the logical table id alongside
      *  the date: the "ALL " record is the run-level gate and
      *  status stamp, and one record per table carries that table's
           88 WS-CATMSTR-OK                      VALUE "00".
           88 WS-CATMSTR-EOF                     VALUE "10".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                       VALUE "00".
           88 WS-TBLREL-EOF                      VALUE "10".

       01  WS-XMITFILE-STATUS          PIC XX VALUE "00".
           88 WS-XMITFILE-OK                    VALUE "00".

       01  WS-BLANK-COUNT              PIC 9(5) VALUE ZEROS.
       01  WS-DUP-COUNT                PIC 9(5) VALUE ZEROS.
       01  WS-BADCAT-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-BADREL-COUNT             PIC 9(5) VALUE ZEROS.

      *  Field-level edit work fields - 2015-EDIT-INPUT-FIELDS runs
      *  against each detail record before it can reach the table.
      *  Rejects go out in TBLMAINT's TRANFILE layout as adds, with
      *  the effective date carried as-is (it may be the garbage
      *  being corrected). The count goes out as zero and TBLMAINT
      *  queues whatever is keyed for approval, so data control must
      *  key the correct table position while correcting the reject
      *  file - a zero left in place lands on TBLMSTR as MST-COUNT 0
      *  and a second one collides on the UNIQUEKEY count index.
       01  WS-EDIT-REJ-REC.
           05  WS-REJ-ACTION           PIC X(1)  VALUE "A".
           05  WS-REJ-TABLE-ID         PIC X(4).
           88 WS-CATEGORY-VALID                 VALUE "Y".
           88 WS-CATEGORY-INVALID               VALUE "N".

      *  In-memory copy of the TBLREL relationship rules, loaded by
      *  0045-LOAD-RELATIONSHIP-RULES in child-table order. 4300-
      *  CHECK-PARENT-REFS cuts each rule's reference out of the
      *  child slot into WS-REL-VALUE and looks for the parent key
      *  in the loaded table. In 2500 each broken rule is excepted
      *  to VALRPT; 2700 only needs the verdict.
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
       01  WS-REL-SLOT                 PIC 9(5) VALUE ZEROS.
       01  WS-REL-FIELD-SIZE           PIC 9(2) VALUE ZEROS.
       01  WS-REL-SOURCE               PIC X(30) VALUE SPACES.
       01  WS-REL-PARENT-KEY.
           05  WS-REL-PARENT-ID        PIC X(4).
           05  WS-REL-VALUE            PIC X(20).
       01  WS-REL-MODE                 PIC X VALUE "N".
           88 WS-REL-REPORTING                  VALUE "Y".
           88 WS-REL-SILENT                     VALUE "N".
       01  WS-REFS-STATUS              PIC X VALUE "Y".
           88 WS-REFS-VALID                     VALUE "Y".
           88 WS-REFS-INVALID                   VALUE "N".

      *  Run-statistics accumulators for the CPRUNSTA history record
      *  9010-WRITE-RUN-STATS appends at end of run.
       01  WS-LOOKUP-TOTAL             PIC 9(5) VALUE ZEROS.
           05  WS-VAL-CAT-CODE         PIC X(4).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-VAL-REL-LINE.
           05  FILLER                  PIC X(18)
                   VALUE "BAD PARENT REF AT ".
           05  WS-VAL-REL-IDX          PIC ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " TABLE ".
           05  WS-VAL-REL-PARENT       PIC X(4).
           05  FILLER                  PIC X(7)  VALUE " VALUE ".
           05  WS-VAL-REL-VALUE        PIC X(20).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               SET WS-CHECK-ONLY TO TRUE
           END-IF
           PERFORM 0020-CHECK-RUN-CONTROL
           PERFORM 0040-LOAD-CATEGORY-MASTER
           PERFORM 0045-LOAD-RELATIONSHIP-RULES.

      *  0020-CHECK-RUN-CONTROL refuses a second submit for a date
      *  whose run-control record already says STARTED or ENDED,
                   "CATEGORY WILL FAIL VALIDATION"
           END-IF.

      *  0045-LOAD-RELATIONSHIP-RULES copies TBLREL into memory. An
      *  empty file means no table references another; a missing
      *  one is fatal, as is a rule whose field code, start or
      *  length does not fit the child field - enforcing half the
      *  rules would be worse than stopping for a corrected card.
       0045-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLLOAD0045E OPEN FAILED FOR TBLREL - STATUS "
                   WS-TBLREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBLREL-EOF
               READ TBLREL
                   AT END
                       SET WS-TBLREL-EOF TO TRUE
                   NOT AT END
                       PERFORM 0046-STORE-RELATIONSHIP-RULE
               END-READ
           END-PERFORM
           CLOSE TBLREL.

       0046-STORE-RELATIONSHIP-RULE.
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
               DISPLAY "TBLLOAD0045E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLLOAD0045E TBLREL RULE " REL-KEY
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
               DISPLAY "TBLLOAD0045E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0030-STAMP-RUN-STARTED.
           MOVE SPACES TO RUN-CTL-REC
           MOVE WS-RUN-DATE TO RUN-CTL-DATE
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE "L" TO WS-AUD-ACTION
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       2060-WRITE-MASTER-RECORD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO HST-STAMP-TIME
           MOVE WS-RUN-JOBID TO HST-STAMP-JOBID
           MOVE SPACES TO HST-MAKER-ID
           MOVE SPACES TO HST-CHECKER-ID
           WRITE HST-REC
               INVALID KEY
                   REWRITE HST-REC
                   PERFORM 4100-FIND-CATEGORY
                   IF WS-CATEGORY-INVALID
                       PERFORM 2530-WRITE-CAT-EXCEPTION
                   ELSE
                       IF WS-DUP-IDX = WS-COUNT
                           SET WS-REL-REPORTING TO TRUE
                           PERFORM 4300-CHECK-PARENT-REFS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CATEGORY(WS-COUNT) TO WS-VAL-CAT-CODE
           WRITE VAL-LINE FROM WS-VAL-CAT-LINE.

       2540-WRITE-REL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           ADD 1 TO WS-BADREL-COUNT
           PERFORM 2550-COUNT-TABLE-EXCEPTION
           MOVE WS-COUNT TO WS-VAL-REL-IDX
           MOVE WS-REL-PARENT-ID TO WS-VAL-REL-PARENT
           MOVE WS-REL-VALUE TO WS-VAL-REL-VALUE
           WRITE VAL-LINE FROM WS-VAL-REL-LINE.

       2550-COUNT-TABLE-EXCEPTION.
           MOVE WS-TBL-ID(WS-COUNT) TO WS-TCT-FIND-ID
           PERFORM 4200-FIND-TABLE-CONTROL
      *  2700-POPULATE-MASTER runs after 2500-VALIDATE-TABLE, not as
      *  part of the load loop, because duplicate entries can only be
      *  recognized once the whole table is in memory. Blank entries,
      *  duplicate entries, entries whose category is not on CATMSTR
      *  and entries whose parent entry is not in the load are
      *  excluded from TBLMSTR outright (they are already
      *  reported by 2500) instead of being written and rejected on
      *  RECORD KEY, so no entry is ever silently dropped without a
      *  trace in VALRPT.
                   MOVE WS-CATEGORY(WS-COUNT) TO WS-CATVAL-CODE
                   PERFORM 4100-FIND-CATEGORY
                   IF WS-FIRST-OCCURRENCE AND WS-CATEGORY-VALID
                       SET WS-REL-SILENT TO TRUE
                       PERFORM 4300-CHECK-PARENT-REFS
                       IF WS-REFS-VALID
                           PERFORM 2060-WRITE-MASTER-RECORD
                           PERFORM 2070-WRITE-XMIT-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               END-SEARCH
           END-IF.

      *  4300-CHECK-PARENT-REFS applies every TBLREL rule for the
      *  table of slot WS-COUNT. The parent must be in the loaded
      *  table with a category on CATMSTR - a parent kept off
      *  TBLMSTR for its category would leave the child orphaned -
      *  so the lookup backs up to the first slot of the key, the
      *  one 2700 writes. A blank reference passes only under an
      *  optional rule.
       4300-CHECK-PARENT-REFS.
           SET WS-REFS-VALID TO TRUE
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
               IF WS-RUL-CHILD(WS-RUL-SUB) = WS-TBL-ID(WS-COUNT)
                   PERFORM 4310-CHECK-ONE-RULE
               END-IF
           END-PERFORM.

       4310-CHECK-ONE-RULE.
           EVALUATE WS-RUL-FIELD(WS-RUL-SUB)
               WHEN "C"
                   MOVE WS-CATEGORY(WS-COUNT) TO WS-REL-SOURCE
               WHEN "E"
                   MOVE WS-ENTRY(WS-COUNT) TO WS-REL-SOURCE
               WHEN OTHER
                   MOVE WS-DESC(WS-COUNT) TO WS-REL-SOURCE
           END-EVALUATE
           MOVE WS-RUL-PARENT(WS-RUL-SUB) TO WS-REL-PARENT-ID
           MOVE WS-REL-SOURCE(WS-RUL-START(WS-RUL-SUB):
                   WS-RUL-LENGTH(WS-RUL-SUB)) TO WS-REL-VALUE
           IF WS-REL-VALUE = SPACES
               IF WS-RUL-REQUIRED(WS-RUL-SUB)
                   PERFORM 4320-REFERENCE-BROKEN
               END-IF
           ELSE
               MOVE ZEROS TO WS-REL-SLOT
               SEARCH ALL WS-TABLE
                   AT END
                       MOVE ZEROS TO WS-REL-SLOT
                   WHEN WS-TBL-KEY(WS-TABLE-IDX) = WS-REL-PARENT-KEY
                       SET WS-REL-SLOT TO WS-TABLE-IDX
               END-SEARCH
               IF WS-REL-SLOT = ZEROS
                   PERFORM 4320-REFERENCE-BROKEN
               ELSE
                   PERFORM UNTIL WS-REL-SLOT = 1
                       OR WS-TBL-KEY(WS-REL-SLOT - 1)
                           NOT = WS-REL-PARENT-KEY
                       SUBTRACT 1 FROM WS-REL-SLOT
                   END-PERFORM
                   MOVE WS-CATEGORY(WS-REL-SLOT) TO WS-CATVAL-CODE
                   PERFORM 4100-FIND-CATEGORY
                   IF WS-CATEGORY-INVALID
                       PERFORM 4320-REFERENCE-BROKEN
                   END-IF
               END-IF
           END-IF.

       4320-REFERENCE-BROKEN.
           SET WS-REFS-INVALID TO TRUE
           IF WS-REL-REPORTING
               PERFORM 2540-WRITE-REL-EXCEPTION
           END-IF.

       0050-CHECK-SUBSCRIPT.
           IF WS-COUNT < 1 OR WS-COUNT > WS-TABLE-MAX
               DISPLAY "TBLLOAD0050E WS-COUNT " WS-COUNT
