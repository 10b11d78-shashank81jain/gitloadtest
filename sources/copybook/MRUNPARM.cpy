               88  RUNPARM-FAILED               VALUE 12.
           05  RUNPARM-MESSAGE         PIC X(70).
           05  RUNPARM-RESTART-COUNT   PIC 9(7).
      *    Third output count, filed by CLSE for a caller with a
      *    third output to balance (BKSTMSEL's branch-pickup
      *    statements).  A caller that never sets it files zero.
           05  RUNPARM-WRITE3-COUNT    PIC 9(7).
