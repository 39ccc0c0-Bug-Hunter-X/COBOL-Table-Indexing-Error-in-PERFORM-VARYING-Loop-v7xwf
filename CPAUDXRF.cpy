      *  request-card report - instead of a hand scan of AUDITLOG and
      *  the AUDARCH archive. The cluster accumulates from run to
      *  run, so it covers detail long since offloaded to the
      *  archive. AXR-ACTION carries the CPAUDLOG action code.
      *****************************************************************
       01  AXR-REC.
           05  AXR-KEY.
               10  AXR-SEQ             PIC 9(3).
           05  AXR-COUNT               PIC 9(5).
           05  AXR-JOBID               PIC X(8).
           05  AXR-ACTION              PIC X(1).
           05  FILLER                  PIC X(9).
