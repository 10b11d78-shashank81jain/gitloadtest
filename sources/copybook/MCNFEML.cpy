      *================================================================*
      *  MCNFEML - Change-Confirmation Notice E-mail Extract Record    *
      *  The e-mail twin of MCNFNOT: produced nightly by BKCNFNOT      *
      *  for the e-mail gateway, one notice per address or e-mail      *
      *  change, sent to the member's PRIOR e-mail address (the        *
      *  ADRAUD old image) rather than the one just keyed.             *
      *================================================================*
       01  CNFEML-RECORD.
           05  CNFEML-CUST-ID          PIC 9(9).
           05  CNFEML-NAME             PIC X(30).
           05  CNFEML-EMAIL            PIC X(30).
           05  CNFEML-CHG-DATE         PIC 9(8).
           05  CNFEML-CHG-TIME         PIC X(8).
           05  CNFEML-ADDR-CHG-SW      PIC X(1).
               88  CNFEML-ADDR-CHANGED          VALUE 'Y'.
           05  CNFEML-EMAIL-CHG-SW     PIC X(1).
               88  CNFEML-EMAIL-CHANGED         VALUE 'Y'.
           05  CNFEML-NOTICE-DATE      PIC 9(8).
