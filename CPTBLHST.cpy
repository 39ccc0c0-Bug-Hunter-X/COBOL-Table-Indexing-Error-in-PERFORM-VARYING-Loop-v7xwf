      *  nightly load, A add, C change, D delete - a delete image
      *  marks the entry out of force from its effective date on),
      *  and the stamp fields say when and by which run or operator,
      *  matching what the same action wrote to AUDITLOG. An image
      *  applied under two-person approval also carries the operator
      *  who keyed the change and the one who approved it.
      *****************************************************************
       01  HST-REC.
           05  HST-KEY.
           05  HST-STAMP-DATE          PIC 9(8).
           05  HST-STAMP-TIME          PIC 9(6).
           05  HST-STAMP-JOBID         PIC X(8).
           05  HST-MAKER-ID            PIC X(8).
           05  HST-CHECKER-ID          PIC X(8).
           05  FILLER                  PIC X(9).
