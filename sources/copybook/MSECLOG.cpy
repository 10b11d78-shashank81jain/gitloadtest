      *================================================================*
      *  MSECLOG - Security / Reference Data Change Log Record         *
      *  Before/after image written for every maintenance action on    *
      *  USRSEC (BANK86A), STCYREF (BANK84A), CUSTRST (BANK87A),       *
      *  ADRSTD (BANK88A) and BRNREF (BANK92A), and for every add,     *
      *  change and delete of a member's ALTADR alternate address      *
      *  (BANK89A), plus the who/when of the update - the              *
      *  reference-file counterpart of ADRAUD.  An ALTADR image is     *
      *  the record from ADDR1 through REASON-CODE, without the key,   *
      *  entry stamp and return date, which do not fit.                *
      *  Failed and locked-out sign-ons on every signing-on screen     *
      *  are logged here too, under SECLOG-FILE-ID 'SIGNON' with no    *
      *  images - including an inquiry-only id refused by a            *
      *  maintenance screen (action Q).                                *
      *  Online writes go to TD queue SECL; BKSECRPT reads the         *
      *  accumulated log for the quarterly access recertification.     *
      *  The USRSEC password is always blanked out of both images      *
      *  before the write.                                             *
      *================================================================*
       01  SECLOG-RECORD.
           05  SECLOG-USER-ID          PIC X(5).
           05  SECLOG-TRAN-ID          PIC X(4).
           05  SECLOG-TERM-ID          PIC X(4).
           05  SECLOG-DATE             PIC 9(8).
           05  SECLOG-TIME             PIC X(8).
           05  SECLOG-FILE-ID          PIC X(8).
               88  SECLOG-FILE-USRSEC            VALUE 'USRSEC'.
               88  SECLOG-FILE-STCYREF           VALUE 'STCYREF'.
               88  SECLOG-FILE-CUSTRST           VALUE 'CUSTRST'.
               88  SECLOG-FILE-ADRSTD            VALUE 'ADRSTD'.
               88  SECLOG-FILE-BRNREF            VALUE 'BRNREF'.
               88  SECLOG-FILE-ALTADR            VALUE 'ALTADR'.
               88  SECLOG-FILE-SIGNON            VALUE 'SIGNON'.
           05  SECLOG-ACTION           PIC X(1).
      *        Maintenance actions
               88  SECLOG-ADD                    VALUE 'A'.
               88  SECLOG-CHANGE                 VALUE 'C'.
               88  SECLOG-DEACTIVATE             VALUE 'D'.
               88  SECLOG-LIFT                   VALUE 'L'.
               88  SECLOG-RESET                  VALUE 'R'.
               88  SECLOG-TYPE-CHANGE            VALUE 'T'.
      *        Sign-on refusals
               88  SECLOG-SIGNON-UNKNOWN         VALUE 'U'.
               88  SECLOG-SIGNON-LOCKED          VALUE 'K'.
               88  SECLOG-SIGNON-NO-PSWD         VALUE 'N'.
               88  SECLOG-SIGNON-BAD-PSWD        VALUE 'F'.
               88  SECLOG-SIGNON-LOCKOUT         VALUE 'X'.
               88  SECLOG-SIGNON-NOT-SUPER       VALUE 'S'.
               88  SECLOG-SIGNON-INQUIRY         VALUE 'Q'.
           05  SECLOG-REC-KEY          PIC X(15).
           05  SECLOG-BEFORE-IMAGE     PIC X(90).
           05  SECLOG-BEFORE-USRSEC    REDEFINES SECLOG-BEFORE-IMAGE.
               10  FILLER              PIC X(28).
               10  SECLOG-BEFORE-TYPE  PIC X(1).
               10  FILLER              PIC X(1).
               10  SECLOG-BEFORE-PSWD  PIC X(8).
               10  FILLER              PIC X(52).
           05  SECLOG-AFTER-IMAGE      PIC X(90).
           05  SECLOG-AFTER-USRSEC     REDEFINES SECLOG-AFTER-IMAGE.
               10  FILLER              PIC X(28).
               10  SECLOG-AFTER-TYPE   PIC X(1).
               10  FILLER              PIC X(1).
               10  SECLOG-AFTER-PSWD   PIC X(8).
               10  FILLER              PIC X(52).
