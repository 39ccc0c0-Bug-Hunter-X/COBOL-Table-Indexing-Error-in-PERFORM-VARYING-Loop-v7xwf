           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE "F" TO WS-AUD-ACTION
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

      *  3500-SCAN-FOR-UNANSWERED lists every entry we sent that the
