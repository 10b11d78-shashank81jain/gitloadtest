      *================================================================*
      *  MNCOA - NCOA Move-Update Return Record                       *
      *  One record per member the mailing vendor's National Change   *
      *  of Address pass found a move for.  The vendor hands back the *
      *  member number we sent out in MAILEXT-CUST-ID, the name it    *
      *  matched on and the forwarding address, which BKNCOA edits    *
      *  against STCYREF and the postal-format mask exactly the way   *
      *  BKMASSCH edits a mass change before posting or holding it.   *
      *================================================================*
       01  NCOA-RECORD.
           05  NCOA-CUST-ID            PIC 9(9).
           05  NCOA-NAME               PIC X(30).
           05  NCOA-ADDR1              PIC X(25).
           05  NCOA-ADDR2              PIC X(25).
           05  NCOA-STATE              PIC X(2).
           05  NCOA-PSTCDE             PIC X(7).
           05  NCOA-CNTRY              PIC X(6).
           05  NCOA-MOVE-DATE          PIC 9(8).
           05  NCOA-MOVE-TYPE          PIC X(1).
               88  NCOA-MOVE-INDIVIDUAL         VALUE 'I'.
               88  NCOA-MOVE-FAMILY             VALUE 'F'.
               88  NCOA-MOVE-BUSINESS           VALUE 'B'.
