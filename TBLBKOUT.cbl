       AUTHOR. DATA-CONTROL.

      ******************************************************************
      *  TBLBKOUT - reverse a named maintenance run from the BKIMAGE
      *  before/after images it left behind - a night's TBLACTV
      *  activations, named by the dated run id printed on ACTVRPT,
      *  a TBLRECL bulk reclassification or TBLPRMA promotion run,
      *  named by its PARM, or one change approved and applied on
      *  TAPV, named by the run id the approval message showed. The
      *  PARM carries this run's own id followed by the id of the
      *  run to reverse, comma separated (PARM='TBLBKO01,AC261014').
      *  The matching images are loaded into memory and applied
      *  newest first, so a run that touched the same entry twice
      *  unwinds in the right order: an add is deleted, a change is
      *  restored from its before image, a delete is re-added. The
      *  TBLHIST effective-dated history is reversed in step with
      *  the master - the bad add's image and a moved-date change's
      *  image come off, a changed image is restored from the
      *  before image, and the delete marker the bad run stamped is
      *  removed - so the as-of lookups stop reporting the reversed
      *  data as in force. Every reversal is written to AUDITLOG
      *  under this run's id and listed on the BKORPT report, so
      *  the recovery itself is auditable. RC=4 means one or more
      *  images could not be reversed - the master moved again
      *  after the bad run - see the report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  BKIMAGE
           RECORDING MODE IS F
           RECORD CONTAINS 176 CHARACTERS.
           COPY CPBKIMG.

       FD  BKORPT
           COPY CPTBLMST.

       FD  TBLHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CPTBLHST.

       WORKING-STORAGE SECTION.

           COPY CPAUDLOG.

      *  The target run's images, loaded in the order they were
      *  written and applied back to front. A maintenance run is a
      *  correction batch, not a full load - 10,000 images covers any
      *  run we have ever put through maintenance.
       01  WS-IMG-MAX                  PIC 9(5) VALUE ZEROS.
       01  WS-IMG-IDX                  PIC 9(5) VALUE ZEROS.
       01  WS-IMG-AREA.
           05  WS-IMG OCCURS 10000 TIMES.
               10  WS-IMG-REC          PIC X(176).

      *  The image being reversed, redefined through the shared
      *  layout so the action and the two record images address
      *  cleanly.
       01  WS-CUR-IMAGE                PIC X(176) VALUE SPACES.
       01  WS-CUR-IMAGE-R REDEFINES WS-CUR-IMAGE.
           05  WS-CUR-RUNID            PIC X(8).
           05  WS-CUR-ACTION           PIC X(1).
               10  WS-CUR-AFT-STATUS   PIC X(1).
               10  WS-CUR-AFT-DESC     PIC X(30).
               10  FILLER              PIC X(1).
           05  WS-CUR-MAKER-ID         PIC X(8).
           05  WS-CUR-CHECKER-ID       PIC X(8).
           05  FILLER                  PIC X(5).

       01  WS-REVERSED-COUNT           PIC 9(5) VALUE ZEROS.
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE "R" TO WS-AUD-ACTION
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       3900-REPORT-FAILED.
