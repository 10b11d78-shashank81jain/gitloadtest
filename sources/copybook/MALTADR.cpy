      *================================================================*
      *  MALTADR - Member Alternate (Seasonal) Mailing Address Record  *
      *  Keyed (indexed) by ALTADR-CUST-ID - one alternate per         *
      *  member.  Maintained online on BANK89A (BANK80A PF7).  The     *
      *  alternate is in force from ALTADR-START-DATE through          *
      *  ALTADR-END-DATE; a recurring alternate (ALTADR-RECUR-SW)      *
      *  comes back every year over the same month/day window, from    *
      *  the first start date on, until the record is deleted - a      *
      *  window whose end month/day is before its start month/day      *
      *  runs across the year end (a November-to-March winter          *
      *  address).  While it is in force BKSTMSEL and BKMLEXT mail     *
      *  to it instead of CUST-ADDR, and BKRETML charges a returned    *
      *  piece to it: the undeliverable switch here, not the CUSTFLG   *
      *  flag, is what suppresses the member while the alternate is    *
      *  in force, and a change on BANK89A clears it.  The master's    *
      *  CUST-ADDR fields are never touched by any of this.            *
      *================================================================*
       01  ALTADR-RECORD.
           05  ALTADR-CUST-ID          PIC 9(9).
           05  ALTADR-ADDR1            PIC X(25).
           05  ALTADR-ADDR2            PIC X(25).
           05  ALTADR-STATE            PIC X(2).
           05  ALTADR-PSTCDE           PIC X(7).
           05  ALTADR-CNTRY            PIC X(6).
           05  ALTADR-START-DATE       PIC 9(8).
           05  ALTADR-START-DATE-R     REDEFINES ALTADR-START-DATE.
               10  ALTADR-START-YYYY   PIC 9(4).
               10  ALTADR-START-MMDD   PIC 9(4).
           05  ALTADR-END-DATE         PIC 9(8).
           05  ALTADR-END-DATE-R       REDEFINES ALTADR-END-DATE.
               10  ALTADR-END-YYYY     PIC 9(4).
               10  ALTADR-END-MMDD     PIC 9(4).
           05  ALTADR-RECUR-SW         PIC X(1).
               88  ALTADR-RECURRING             VALUE 'Y'.
           05  ALTADR-UNDELIV-SW       PIC X(1).
               88  ALTADR-UNDELIVERABLE         VALUE 'Y'.
           05  ALTADR-REASON-CODE      PIC X(3).
           05  ALTADR-RETURN-DATE      PIC 9(8).
           05  ALTADR-ENT-USER         PIC X(5).
           05  ALTADR-ENT-DATE         PIC 9(8).
