      *================================================================*
      *  MCHGIF - Member Contact-Change Interface Record               *
      *  Written nightly by BKCHGIF for the card platform, loan        *
      *  servicing and CRM systems: one detail record (D) for every    *
      *  change to a member's contact data that business day, between  *
      *  a header (H) carrying the business date and a trailer (T)     *
      *  carrying the detail count, the count by change type and a     *
      *  hash total of the detail records' member numbers, so the      *
      *  receiver can prove it got the whole file.                     *
      *  Change types:                                                 *
      *    ADR  an ADRAUD address, e-mail or name change, from any     *
      *         source - the three CHG switches say which parts moved  *
      *         (none on an update that posted only new elections);    *
      *         the name, address and e-mail are the values posted,    *
      *         stamped with the posting user, tran, date and time     *
      *    PRF  paperless or marketing election changed                *
      *    CLS  member closed (BANK80A PF10, or a BANK91A merge)       *
      *    RSA  CUSTRST contact restriction added or changed           *
      *    RSL  CUSTRST contact restriction lifted                     *
      *    EMB  e-mail marked bad by a BKEMLRET hard bounce            *
      *  The last five are found by comparing the member against the   *
      *  CHGSNAP snapshot and carry the master's name, address and     *
      *  e-mail, stamped with the business date alone.  Every detail   *
      *  carries the member's elections, restriction and status as     *
      *  they stand at the end of the business day.                    *
      *================================================================*
       01  CHGIF-RECORD.
           05  CHGIF-REC-TYPE          PIC X(1).
               88  CHGIF-HEADER                  VALUE 'H'.
               88  CHGIF-DETAIL                  VALUE 'D'.
               88  CHGIF-TRAILER                 VALUE 'T'.
           05  CHGIF-DATA              PIC X(199).
           05  CHGIF-HEADER-DATA       REDEFINES CHGIF-DATA.
               10  CHGIF-BUSINESS-DATE PIC 9(8).
               10  CHGIF-CREATE-DATE   PIC 9(8).
               10  CHGIF-CREATE-TIME   PIC X(8).
               10  FILLER              PIC X(175).
           05  CHGIF-DETAIL-DATA       REDEFINES CHGIF-DATA.
               10  CHGIF-CUST-ID       PIC 9(9).
               10  CHGIF-CHANGE-TYPE   PIC X(3).
                   88  CHGIF-TYPE-CONTACT        VALUE 'ADR'.
                   88  CHGIF-TYPE-ELECTION       VALUE 'PRF'.
                   88  CHGIF-TYPE-CLOSED         VALUE 'CLS'.
                   88  CHGIF-TYPE-RESTRICTED     VALUE 'RSA'.
                   88  CHGIF-TYPE-LIFTED         VALUE 'RSL'.
                   88  CHGIF-TYPE-EMAIL-BAD      VALUE 'EMB'.
               10  CHGIF-CHANGE-DATE   PIC 9(8).
               10  CHGIF-CHANGE-TIME   PIC X(8).
               10  CHGIF-CHANGE-USER   PIC X(5).
               10  CHGIF-CHANGE-TRAN   PIC X(4).
               10  CHGIF-ADDR-CHG-SW   PIC X(1).
               10  CHGIF-EMAIL-CHG-SW  PIC X(1).
               10  CHGIF-NAME-CHG-SW   PIC X(1).
               10  CHGIF-NAME          PIC X(30).
               10  CHGIF-ADDR1         PIC X(25).
               10  CHGIF-ADDR2         PIC X(25).
               10  CHGIF-STATE         PIC X(2).
               10  CHGIF-PSTCDE        PIC X(7).
               10  CHGIF-CNTRY         PIC X(6).
               10  CHGIF-EMAIL         PIC X(30).
               10  CHGIF-EMAIL-BAD-SW  PIC X(1).
               10  CHGIF-PAPERLESS-SW  PIC X(1).
               10  CHGIF-MKTG-OPTIN-SW PIC X(1).
               10  CHGIF-RST-REASON    PIC X(3).
               10  CHGIF-RST-EFF-DATE  PIC 9(8).
               10  CHGIF-STATUS-SW     PIC X(1).
               10  CHGIF-CLOSE-DATE    PIC 9(8).
               10  CHGIF-MERGED-TO-ID  PIC 9(9).
               10  FILLER              PIC X(2).
           05  CHGIF-TRAILER-DATA      REDEFINES CHGIF-DATA.
               10  CHGIF-DETAIL-COUNT  PIC 9(9).
               10  CHGIF-ADR-COUNT     PIC 9(7).
               10  CHGIF-PRF-COUNT     PIC 9(7).
               10  CHGIF-CLS-COUNT     PIC 9(7).
               10  CHGIF-RSA-COUNT     PIC 9(7).
               10  CHGIF-RSL-COUNT     PIC 9(7).
               10  CHGIF-EMB-COUNT     PIC 9(7).
               10  CHGIF-HASH-TOTAL    PIC 9(18).
               10  FILLER              PIC X(130).
