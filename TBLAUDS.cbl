           COMPUTE AXR-COUNT =
               FUNCTION NUMVAL(WS-AUDIT-DETAIL(1:5))
           MOVE WS-AUD-JOBID TO AXR-JOBID
           MOVE WS-AUD-ACTION TO AXR-ACTION
           WRITE AXR-REC
               INVALID KEY
                   REWRITE AXR-REC
