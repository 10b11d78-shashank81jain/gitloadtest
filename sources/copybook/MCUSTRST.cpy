      *  restricted member's contact details for supervisor release   *
      *  on BANK83A.  Maintained online by BANK87A (supervisor-only); *
      *  deleting the record is what lifts the restriction.           *
      *  A branch-pickup (BPU) member is not dropped from BKSTMSEL    *
      *  but routed to the branch-pickup print file, bundled under    *
      *  CUSTRST-BRANCH-ID when one is keyed, else under the home     *
      *  branch BRNREF gives for the member's postal code.  The       *
      *  branch id is spaces on every other reason.                   *
      *================================================================*
       01  CUSTRST-RECORD.
           05  CUSTRST-CUST-ID         PIC 9(9).
           05  CUSTRST-EFF-DATE        PIC 9(8).
           05  CUSTRST-ENT-USER        PIC X(5).
           05  CUSTRST-ENT-DATE        PIC 9(8).
           05  CUSTRST-BRANCH-ID       PIC X(4).
