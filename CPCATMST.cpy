      *****************************************************************
      *  CPCATMST - record layout for the CATMSTR category reference
      *  master. One record per valid category code with its official
      *  description, maintained by TBLCATM (TBLPRMA adds the new
      *  categories a promotion from test brings with it) and read by
      *  every update path - TBLLOAD, TBLMAINT and the TMNT screen -
      *  so a category that is not on this file can never reach
      *  TBLMSTR, and the category subtotal report can print the
      *  description instead of the bare 4-character code.
      *****************************************************************
       01  CAT-REC.
           05  CAT-CODE                PIC X(4).
