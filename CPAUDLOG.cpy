      *  that appends to AUDITLOG so batch loads and maintenance
      *  actions stay in one diffable format. Actions against files
      *  that are not table-specific (the category reference master)
      *  carry spaces in the table id. WS-AUD-ACTION says what the
      *  line records: A, C or D an applied add, change or delete,
      *  L the nightly load, R a TBLBKOUT reversal, F a ledger reject
      *  flag set by TBLACK, and for the PNDCHG pending file Q a
      *  change queued for approval, S a future-dated change
      *  approved and scheduled, J a change rejected, X a queued
      *  change cancelled. Table changes made under two-person
      *  approval carry the operator who keyed the change in
      *  WS-AUD-MAKER and the one who approved it in WS-AUD-CHECKER.
      *****************************************************************
       01  WS-AUDIT-DETAIL.
           05  WS-AUD-COUNT            PIC ZZZZ9.
           05  WS-AUD-TIME             PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AUD-JOBID            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-ACTION           PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-MAKER            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AUD-CHECKER          PIC X(8)  VALUE SPACES.
