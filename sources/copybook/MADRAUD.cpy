      *  Before/after image written by BANK80A for every member       *
      *  address, e-mail or name change, plus the who/what/when of the*
      *  update.  Read sequentially by nightly batch (report and      *
      *  reconciliation processing).  The old image also carries      *
      *  the member's CUSTFLG undeliverable flag as it stood before   *
      *  the post - a posted address change deletes CUSTFLG, so this  *
      *  is the only record of whether the old address was known bad. *
      *================================================================*
       01  ADRAUD-RECORD.
           05  ADRAUD-CUST-ID          PIC 9(9).
           05  ADRAUD-NEW-EMAIL        PIC X(30).
           05  ADRAUD-OLD-NAME         PIC X(30).
           05  ADRAUD-NEW-NAME         PIC X(30).
           05  ADRAUD-OLD-UNDELIV-SW   PIC X(1).
               88  ADRAUD-OLD-UNDELIVERABLE     VALUE 'Y'.
           05  ADRAUD-OLD-UNDELIV-RSN  PIC X(3).
