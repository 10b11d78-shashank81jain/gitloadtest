      *================================================================*
      *  MCNFNOT - Change-Confirmation Notice Print Extract Record     *
      *  Produced nightly by BKCNFNOT from the day's ADRAUD records    *
      *  for the print vendor: one "did you request this change?"      *
      *  letter per address or e-mail change, addressed to the         *
      *  member's PRIOR postal address (the ADRAUD old image), so a    *
      *  member whose record was taken over hears about it at the      *
      *  address they still live at.  The new address is deliberately  *
      *  not carried.  The change switches tell the vendor which       *
      *  letter wording to use.                                        *
      *================================================================*
       01  CNFNOT-RECORD.
           05  CNFNOT-CUST-ID          PIC 9(9).
           05  CNFNOT-NAME             PIC X(30).
           05  CNFNOT-ADDR1            PIC X(25).
           05  CNFNOT-ADDR2            PIC X(25).
           05  CNFNOT-STATE            PIC X(2).
           05  CNFNOT-PSTCDE           PIC X(7).
           05  CNFNOT-CNTRY            PIC X(6).
           05  CNFNOT-CHG-DATE         PIC 9(8).
           05  CNFNOT-CHG-TIME         PIC X(8).
           05  CNFNOT-ADDR-CHG-SW      PIC X(1).
               88  CNFNOT-ADDR-CHANGED          VALUE 'Y'.
           05  CNFNOT-EMAIL-CHG-SW     PIC X(1).
               88  CNFNOT-EMAIL-CHANGED         VALUE 'Y'.
           05  CNFNOT-NOTICE-DATE      PIC 9(8).
