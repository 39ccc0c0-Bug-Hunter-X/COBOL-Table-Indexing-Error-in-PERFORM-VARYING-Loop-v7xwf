       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLORPH.
       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLORPH - orphaned-reference report for the clean-up of
      *  entries already on TBLMSTR. TBLLOAD, TBLMAINT and the TMNT
      *  screen enforce the TBLREL table-relationship rules (see
      *  CPTBLREL) on everything they take in, but entries loaded
      *  before a rule was added, and changes that reach TBLMSTR by
      *  other routes, are not re-checked. This program walks
      *  TBLMSTR in key order, applies every rule for each entry's
      *  table, and lists on ORPHRPT every:
      *    ORPHAN   - entry whose reference names an entry that is
      *               not on file in the parent table;
      *    NOREF    - entry with a blank reference under a required
      *               rule;
      *    INACTPAR - entry whose parent is on file but inactive
      *               (status I) - not an orphan yet, but the next
      *               candidate for one.
      *  Nothing is updated. PARENTS is a second, random-access DD
      *  over the same cluster so a parent can be read without
      *  losing the place in the sequential walk. Per-check totals
      *  close the report; RC=4 when anything is listed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBLMSTR ASSIGN TO "TBLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TBL-KEY
               FILE STATUS IS WS-TBLMSTR-STATUS.

           SELECT PARENTS ASSIGN TO "PARENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-TBL-KEY
               FILE STATUS IS WS-PARENTS-STATUS.

           SELECT TBLREL ASSIGN TO "TBLREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-TBLREL-STATUS.

           SELECT ORPHRPT ASSIGN TO "ORPHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORPHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TBLMSTR
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST.

       FD  PARENTS
           RECORD CONTAINS 73 CHARACTERS.
           COPY CPTBLMST REPLACING LEADING ==MST== BY ==PAR==.

       FD  TBLREL
           RECORD CONTAINS 80 CHARACTERS.
           COPY CPTBLREL.

       FD  ORPHRPT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ORPH-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TBLMSTR-STATUS           PIC XX VALUE "00".
           88 WS-TBLMSTR-OK                     VALUE "00".
           88 WS-TBLMSTR-EOF                    VALUE "10".

       01  WS-PARENTS-STATUS           PIC XX VALUE "00".
           88 WS-PARENTS-OK                     VALUE "00".

       01  WS-TBLREL-STATUS            PIC XX VALUE "00".
           88 WS-TBLREL-OK                      VALUE "00".
           88 WS-TBLREL-EOF                     VALUE "10".

       01  WS-ORPHRPT-STATUS           PIC XX VALUE "00".
           88 WS-ORPHRPT-OK                     VALUE "00".

      *  TBLREL rules in child-table order, and the work fields for
      *  cutting a rule's reference out of the entry in hand.
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
       01  WS-RULE-HIT                 PIC X VALUE "N".
           88 WS-ENTRY-HAS-RULE                 VALUE "Y".
           88 WS-ENTRY-NO-RULE                  VALUE "N".

       01  WS-MASTER-READ              PIC 9(7) VALUE ZEROS.
       01  WS-MASTER-CHECKED           PIC 9(7) VALUE ZEROS.
       01  WS-ORPHAN-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-NOREF-COUNT              PIC 9(5) VALUE ZEROS.
       01  WS-INACTPAR-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).

       01  WS-ORPH-HEADING.
           05  FILLER                  PIC X(6)  VALUE "RUN DT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-DD               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-HDG-YYYY             PIC 9(4).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE "ORPHANED REFERENCE REPORT ".
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-ORPH-COL-HEADING.
           05  FILLER                  PIC X(8)  VALUE "CHECK".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "TBL ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "ENTRY".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "PAR ".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "REFERENCE".
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-ORPH-DETAIL.
           05  WS-DTL-CHECK            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TBLID            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PARENT           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-VALUE            PIC X(20).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-ORPH-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0010-INITIALIZE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-RELATIONSHIP-RULES
           PERFORM UNTIL WS-TBLMSTR-EOF
               READ TBLMSTR
                   AT END
                       SET WS-TBLMSTR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 2000-CHECK-ENTRY
               END-READ
           END-PERFORM
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       1000-OPEN-FILES.
           OPEN INPUT TBLMSTR
           IF NOT WS-TBLMSTR-OK
               DISPLAY "TBLORPH1000E OPEN FAILED FOR TBLMSTR - "
                   WS-TBLMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARENTS
           IF NOT WS-PARENTS-OK
               DISPLAY "TBLORPH1000E OPEN FAILED FOR PARENTS - "
                   WS-PARENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ORPHRPT
           IF NOT WS-ORPHRPT-OK
               DISPLAY "TBLORPH1000E OPEN FAILED FOR ORPHRPT - "
                   WS-ORPHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MM TO WS-HDG-MM
           MOVE WS-RUN-DD TO WS-HDG-DD
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY
           WRITE ORPH-LINE FROM WS-ORPH-HEADING
           WRITE ORPH-LINE FROM WS-ORPH-COL-HEADING.

      *  1100-LOAD-RELATIONSHIP-RULES copies TBLREL into memory, with
      *  the same edits TBLLOAD and TBLMAINT apply: a rule whose
      *  field code, start or length does not fit the child field
      *  stops the run.
       1100-LOAD-RELATIONSHIP-RULES.
           OPEN INPUT TBLREL
           IF NOT WS-TBLREL-OK
               DISPLAY "TBLORPH1100E OPEN FAILED FOR TBLREL - "
                   WS-TBLREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBLREL-EOF
               READ TBLREL
                   AT END
                       SET WS-TBLREL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-RELATIONSHIP-RULE
               END-READ
           END-PERFORM
           CLOSE TBLREL
           IF WS-RELRUL-MAX = ZEROS
               DISPLAY "TBLORPH1100W TBLREL IS EMPTY - NO TABLE "
                   "REFERENCES ANOTHER"
           END-IF.

       1110-STORE-RELATIONSHIP-RULE.
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
               DISPLAY "TBLORPH1100E TBLREL RULE " REL-KEY
                   " IS INVALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REL-START < 1 OR REL-LENGTH < 1 OR REL-LENGTH > 20
               OR REL-START + REL-LENGTH - 1 > WS-REL-FIELD-SIZE
               DISPLAY "TBLORPH1100E TBLREL RULE " REL-KEY
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
               DISPLAY "TBLORPH1100E TBLREL EXCEEDS THE 100-RULE "
                   "LIMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  2000-CHECK-ENTRY applies every rule for the table of the
      *  entry in hand. A blank reference is only listed under a
      *  required rule.
       2000-CHECK-ENTRY.
           SET WS-ENTRY-NO-RULE TO TRUE
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RELRUL-MAX
               IF WS-RUL-CHILD(WS-RUL-SUB) = MST-TABLE-ID
                   SET WS-ENTRY-HAS-RULE TO TRUE
                   PERFORM 2100-CHECK-ONE-RULE
               END-IF
           END-PERFORM
           IF WS-ENTRY-HAS-RULE
               ADD 1 TO WS-MASTER-CHECKED
           END-IF.

       2100-CHECK-ONE-RULE.
           EVALUATE WS-RUL-FIELD(WS-RUL-SUB)
               WHEN "C"
                   MOVE MST-CATEGORY TO WS-REL-SOURCE
               WHEN "E"
                   MOVE MST-ENTRY TO WS-REL-SOURCE
               WHEN OTHER
                   MOVE MST-DESC TO WS-REL-SOURCE
           END-EVALUATE
           MOVE WS-REL-SOURCE(WS-RUL-START(WS-RUL-SUB):
                   WS-RUL-LENGTH(WS-RUL-SUB)) TO WS-REL-VALUE
           IF WS-REL-VALUE = SPACES
               IF WS-RUL-REQUIRED(WS-RUL-SUB)
                   MOVE "NOREF" TO WS-DTL-CHECK
                   ADD 1 TO WS-NOREF-COUNT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE WS-RUL-PARENT(WS-RUL-SUB) TO PAR-TABLE-ID
               MOVE WS-REL-VALUE TO PAR-ENTRY
               READ PARENTS
                   INVALID KEY
                       MOVE "ORPHAN" TO WS-DTL-CHECK
                       ADD 1 TO WS-ORPHAN-COUNT
                       PERFORM 2900-WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF PAR-STATUS = "I"
                           MOVE "INACTPAR" TO WS-DTL-CHECK
                           ADD 1 TO WS-INACTPAR-COUNT
                           PERFORM 2900-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE MST-TABLE-ID TO WS-DTL-TBLID
           MOVE MST-ENTRY TO WS-DTL-ENTRY
           MOVE WS-RUL-PARENT(WS-RUL-SUB) TO WS-DTL-PARENT
           MOVE WS-REL-VALUE TO WS-DTL-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-DETAIL.

       3000-WRITE-TOTALS.
           MOVE "MASTER RECORDS READ     " TO WS-TOT-LABEL
           MOVE WS-MASTER-READ TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE
           MOVE "ENTRIES UNDER A RULE    " TO WS-TOT-LABEL
           MOVE WS-MASTER-CHECKED TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE
           MOVE "ORPHAN   NO PARENT      " TO WS-TOT-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE
           MOVE "NOREF    BLANK REFERENCE" TO WS-TOT-LABEL
           MOVE WS-NOREF-COUNT TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE
           MOVE "INACTPAR PARENT INACTIVE" TO WS-TOT-LABEL
           MOVE WS-INACTPAR-COUNT TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE
           MOVE "TOTAL EXCEPTIONS        " TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-VALUE
           WRITE ORPH-LINE FROM WS-ORPH-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TBLMSTR
           CLOSE PARENTS
           CLOSE ORPHRPT.
