      *================================================================*
      *  MCHGSNAP - Member Contact-State Snapshot Record               *
      *  Keyed (indexed) by CHGSNAP-CUST-ID.  Kept by BKCHGIF: the     *
      *  parts of a member's contact state that change without an      *
      *  ADRAUD record - the CUSTPRF elections, the CUSTRST            *
      *  restriction, the member status and the bad-e-mail switch -    *
      *  as they stood at the end of the last business day the job     *
      *  ran.  Each night's master pass compares the member against    *
      *  the current state (CUR) and rolls it into the prior state     *
      *  (PRI).  A rerun for the same business date - CHGSNAP-RUN-DATE *
      *  already that date - compares against the prior state          *
      *  instead, so a rerun after an abend reports the same changes   *
      *  again rather than losing the ones the failed attempt had      *
      *  already rolled.                                               *
      *================================================================*
       01  CHGSNAP-RECORD.
           05  CHGSNAP-CUST-ID         PIC 9(9).
           05  CHGSNAP-RUN-DATE        PIC 9(8).
           05  CHGSNAP-PRI-STATE.
               10  CHGSNAP-PRI-PAPER   PIC X(1).
               10  CHGSNAP-PRI-MKTG    PIC X(1).
               10  CHGSNAP-PRI-RST     PIC X(3).
               10  CHGSNAP-PRI-RSTDT   PIC 9(8).
               10  CHGSNAP-PRI-STATUS  PIC X(1).
               10  CHGSNAP-PRI-EMLBAD  PIC X(1).
           05  CHGSNAP-CUR-STATE.
               10  CHGSNAP-CUR-PAPER   PIC X(1).
               10  CHGSNAP-CUR-MKTG    PIC X(1).
               10  CHGSNAP-CUR-RST     PIC X(3).
               10  CHGSNAP-CUR-RSTDT   PIC 9(8).
               10  CHGSNAP-CUR-STATUS  PIC X(1).
               10  CHGSNAP-CUR-EMLBAD  PIC X(1).
