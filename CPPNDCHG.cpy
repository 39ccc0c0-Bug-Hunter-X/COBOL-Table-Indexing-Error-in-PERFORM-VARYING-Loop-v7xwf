      *****************************************************************
      *  CPPNDCHG - record layout for the PNDCHG pending-change file.
      *  Every add, change or delete keyed on TBLMAINT or the TMNT
      *  screen lands here rather than on TBLMSTR, keyed table id +
      *  entry value + the effective date the change is to take,
      *  holding the image the entry is to carry from that date (the
      *  image being removed, for a delete). PND-STATE W means the
      *  change awaits a second operator's approval on the TAPV
      *  screen; approval applies a change already due at once and
      *  marks a future-dated one S, scheduled, for TBLACTV to
      *  promote onto TBLMSTR on the night its effective date
      *  arrives. A rejected, cancelled or applied change leaves the
      *  file. Nothing here is on TBLMSTR yet, so nothing here goes
      *  to the ledger. The cluster is defined once, outside the
      *  nightly job, so the queue survives the shadow rebuild and
      *  swap. TBLINQ shows the queue against the entry, and a
      *  queued change is cancelled by removing its record (action X
      *  on TBLMAINT or TMNT) before it takes effect. The stamp
      *  fields say when and by which run or operator the change was
      *  queued; PND-MAKER-ID is the operator who keyed it and the
      *  checker fields the operator who approved it and when.
      *****************************************************************
       01  PND-REC.
           05  PND-KEY.
               10  PND-TABLE-ID        PIC X(4).
               10  PND-ENTRY           PIC X(20).
               10  PND-EFF-DATE        PIC 9(8).
           05  PND-ACTION              PIC X(1).
               88 PND-ADD                       VALUE "A".
               88 PND-CHANGE                    VALUE "C".
               88 PND-DELETE                    VALUE "D".
           05  PND-STATE               PIC X(1).
               88 PND-AWAITING                  VALUE "W".
               88 PND-SCHEDULED                 VALUE "S".
           05  PND-COUNT               PIC 9(5).
           05  PND-CATEGORY            PIC X(4).
           05  PND-STATUS              PIC X(1).
           05  PND-DESC                PIC X(30).
           05  PND-STAMP-DATE          PIC 9(8).
           05  PND-STAMP-TIME          PIC 9(6).
           05  PND-STAMP-JOBID         PIC X(8).
           05  PND-MAKER-ID            PIC X(8).
           05  PND-CHECKER-ID          PIC X(8).
           05  PND-CHECK-DATE          PIC 9(8).
           05  PND-CHECK-TIME          PIC 9(6).
           05  FILLER                  PIC X(24).
