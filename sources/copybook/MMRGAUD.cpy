      *================================================================*
      *  MMRGAUD - Member Merge Audit Record                          *
      *  One record per member merge performed on the BANK91A screen  *
      *  (supervisor-only), written to TD queue MRGA.  Carries the    *
      *  supervisor, both member numbers, the losing member's contact *
      *  details as they stood when it was closed, the surviving      *
      *  member's as they stood when it absorbed it, and what the     *
      *  merge moved or closed: address-history entries re-keyed,     *
      *  open e-mail suspense items and held/future pending changes   *
      *  closed, and the contact restriction and preferences carried  *
      *  to the survivor.  MRGAUD-RESULT-SW is C when every step      *
      *  completed and the loser was closed, P when a step failed     *
      *  part way - the loser is then still active and the merge can  *
      *  be re-run to finish it.                                      *
      *================================================================*
       01  MRGAUD-RECORD.
           05  MRGAUD-USER-ID          PIC X(5).
           05  MRGAUD-TRAN-ID          PIC X(4).
           05  MRGAUD-TERM-ID          PIC X(4).
           05  MRGAUD-DATE             PIC 9(8).
           05  MRGAUD-TIME             PIC X(8).
           05  MRGAUD-RESULT-SW        PIC X(1).
               88  MRGAUD-COMPLETE              VALUE 'C'.
               88  MRGAUD-PARTIAL               VALUE 'P'.
           05  MRGAUD-SURV-ID          PIC 9(9).
           05  MRGAUD-LOSE-ID          PIC 9(9).
           05  MRGAUD-LOSE-DETAILS.
               10  MRGAUD-LOSE-NAME    PIC X(30).
               10  MRGAUD-LOSE-ADDR1   PIC X(25).
               10  MRGAUD-LOSE-ADDR2   PIC X(25).
               10  MRGAUD-LOSE-STATE   PIC X(2).
               10  MRGAUD-LOSE-PSTCDE  PIC X(7).
               10  MRGAUD-LOSE-CNTRY   PIC X(6).
               10  MRGAUD-LOSE-EMAIL   PIC X(30).
           05  MRGAUD-SURV-DETAILS.
               10  MRGAUD-SURV-NAME    PIC X(30).
               10  MRGAUD-SURV-ADDR1   PIC X(25).
               10  MRGAUD-SURV-ADDR2   PIC X(25).
               10  MRGAUD-SURV-STATE   PIC X(2).
               10  MRGAUD-SURV-PSTCDE  PIC X(7).
               10  MRGAUD-SURV-CNTRY   PIC X(6).
               10  MRGAUD-SURV-EMAIL   PIC X(30).
           05  MRGAUD-HIST-MOVED       PIC 9(5).
           05  MRGAUD-HIST-FAILED      PIC 9(5).
           05  MRGAUD-SUSP-CLOSED      PIC 9(5).
           05  MRGAUD-PEND-CLOSED      PIC 9(5).
           05  MRGAUD-RST-ACTION-SW    PIC X(1).
               88  MRGAUD-RST-NONE              VALUE 'N'.
               88  MRGAUD-RST-KEPT              VALUE 'K'.
               88  MRGAUD-RST-ADDED             VALUE 'A'.
               88  MRGAUD-RST-REPLACED          VALUE 'R'.
           05  MRGAUD-RST-BEFORE       PIC X(37).
           05  MRGAUD-RST-AFTER        PIC X(37).
           05  MRGAUD-PRF-ACTION-SW    PIC X(1).
               88  MRGAUD-PRF-NONE              VALUE 'N'.
               88  MRGAUD-PRF-KEPT              VALUE 'K'.
               88  MRGAUD-PRF-ADDED             VALUE 'A'.
               88  MRGAUD-PRF-CHANGED           VALUE 'C'.
           05  MRGAUD-PRF-BEFORE       PIC X(13).
           05  MRGAUD-PRF-AFTER        PIC X(13).
