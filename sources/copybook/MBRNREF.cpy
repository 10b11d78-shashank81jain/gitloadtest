      *================================================================*
      *  MBRNREF - Branch Reference Record                            *
      *  Keyed (indexed) by BRNREF-KEY (country code + the top of a   *
      *  postal-code range).  Each entry maps the postal codes from   *
      *  BRNREF-PSTCDE-LOW through BRNREF-PSTCDE-HIGH in one country  *
      *  to the member's home branch - the branch a member            *
      *  with a CUSTRST branch-pickup (BPU) restriction collects the  *
      *  printed statement from, unless CUSTRST-BRANCH-ID names one.  *
      *  Codes compare as keyed, so a range is entered in the same    *
      *  format as the country's STCYREF postal mask.  Ranges in a    *
      *  country never overlap, active or not, so the first entry at  *
      *  or above a code is the only one that can hold it.            *
      *  Maintained online by BANK92A (supervisor-only).  An entry is *
      *  honored only when active and on or after BRNREF-EFF-DATE     *
      *  (zero = always); entries are deactivated, never deleted.     *
      *================================================================*
       01  BRNREF-RECORD.
           05  BRNREF-KEY.
               10  BRNREF-CNTRY-CD     PIC X(6).
               10  BRNREF-PSTCDE-HIGH  PIC X(7).
           05  BRNREF-PSTCDE-LOW       PIC X(7).
           05  BRNREF-BRANCH-ID        PIC X(4).
           05  BRNREF-BRANCH-NAME      PIC X(25).
           05  BRNREF-ACTIVE-SW        PIC X(1).
               88  BRNREF-ACTIVE                 VALUE 'Y'.
           05  BRNREF-EFF-DATE         PIC 9(8).
