      *    applied instead of re-applying them.  Zero outside a
      *    checkpointed run; cleared when the run completes.
           05  RUNCTL-RESTART-COUNT    PIC 9(7).
           05  RUNCTL-WRITE3-COUNT     PIC 9(7).
