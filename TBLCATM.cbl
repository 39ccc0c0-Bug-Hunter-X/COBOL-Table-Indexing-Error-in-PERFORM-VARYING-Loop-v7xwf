      *  code rides in the entry field of the CPAUDLOG line). The
      *  update paths that validate against CATMSTR - TBLLOAD,
      *  TBLMAINT and the TMNT screen - only ever read it, so this is
      *  the one place a category code is created or retired, apart
      *  from the new categories a TBLPRMA promotion adds. RC=4
      *  means one or more transactions were rejected.
      ******************************************************************
       ENVIRONMENT DIVISION.
           ACCEPT WS-AUD-TIME-RAW FROM TIME
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-AUD-TIME
           MOVE WS-RUN-JOBID TO WS-AUD-JOBID
           MOVE CTR-ACTION TO WS-AUD-ACTION
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       2900-WRITE-REJECTED.
