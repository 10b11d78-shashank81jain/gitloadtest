      *  customer master yet: a high-risk change a teller keyed       *
      *  (country change, address and e-mail together, or name and    *
      *  address together) waiting                                    *
      *  for a supervisor to release or reject it on BANK83A.  BKNCOA *
      *  queues a vendor move-update here the same way (entered by    *
      *  user NCOA) when the member is restricted, already has an     *
      *  item open, has an ALTADR alternate in force, or is moving    *
      *  country.  The                                                *
      *  record keeps the full disposition trail - who entered it,    *
      *  who dispositioned it and when - so the queue drains by       *
      *  status instead of by deleting history.  A held change left   *
      *  on the queue past the BKWQAGE expiry limit is closed to      *
      *  status E, dispositioned by user BATCH.                       *
      *================================================================*
       01  PENDCHG-RECORD.
           05  PENDCHG-KEY.
               88  PENDCHG-APPLIED              VALUE 'A'.
               88  PENDCHG-REJECTED             VALUE 'R'.
               88  PENDCHG-CANCELLED            VALUE 'X'.
               88  PENDCHG-EXPIRED              VALUE 'E'.
           05  PENDCHG-RISK-SW         PIC X(1).
               88  PENDCHG-RISK-NONE            VALUE 'N'.
               88  PENDCHG-RISK-CNTRY           VALUE 'C'.
               88  PENDCHG-RISK-ADDR-EMAIL      VALUE 'B'.
               88  PENDCHG-RISK-NAME-ADDR       VALUE 'M'.
               88  PENDCHG-RISK-RESTRICT        VALUE 'R'.
               88  PENDCHG-RISK-OPEN-ITEM       VALUE 'P'.
               88  PENDCHG-RISK-ALTERNATE       VALUE 'A'.
           05  PENDCHG-EFF-DATE        PIC 9(8).
           05  PENDCHG-ENT-USER        PIC X(5).
           05  PENDCHG-ENT-TRAN        PIC X(4).
