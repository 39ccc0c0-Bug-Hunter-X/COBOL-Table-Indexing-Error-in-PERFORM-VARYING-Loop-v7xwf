      *****************************************************************
      *  CPBKIMG - record layout for the BKIMAGE backout image file.
      *  One record per change applied to TBLMSTR - by TBLACTV, whose
      *  run id is its PARM prefix and the run date, by TBLRECL or
      *  TBLPRMA, whose run id is the JCL PARM, or on the TAPV
      *  approval screen, where each approval takes a run id of its
      *  own: the action applied, the TBLMSTR record image before
      *  and after the touch (an add has no before image, a delete
      *  no after image - those sides carry spaces), and the
      *  operators who keyed and approved the change. TBLBKOUT reads
      *  these back to reverse a named run: restore changed records
      *  from the before image, re-add deleted ones, remove added
      *  ones.
      *****************************************************************
       01  BKI-REC.
           05  BKI-RUNID               PIC X(8).
               88 BKI-DELETE                    VALUE "D".
           05  BKI-BEFORE-IMAGE        PIC X(73).
           05  BKI-AFTER-IMAGE         PIC X(73).
           05  BKI-MAKER-ID            PIC X(8).
           05  BKI-CHECKER-ID          PIC X(8).
           05  FILLER                  PIC X(5).
