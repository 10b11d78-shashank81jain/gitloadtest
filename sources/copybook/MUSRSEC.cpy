      *  administration screen, and every good sign-on stamps the     *
      *  last sign-on date/time.  A record whose password has never   *
      *  been set cannot sign on until BANK86A assigns one.           *
      *  An inquiry user (type I, call-center staff) signs on only to *
      *  the BANK90A member inquiry and the BANK85A history; BANK80A  *
      *  and every maintenance screen refuse the id.                  *
      *================================================================*
       01  USRSEC-RECORD.
           05  USRSEC-USER-ID          PIC X(5).
           05  USRSEC-USER-TYPE        PIC X(1).
               88  USRSEC-TELLER                 VALUE 'T'.
               88  USRSEC-SUPERVISOR             VALUE 'S'.
               88  USRSEC-INQUIRY                VALUE 'I'.
           05  USRSEC-ACTIVE-SW        PIC X(1).
               88  USRSEC-ACTIVE                 VALUE 'Y'.
           05  USRSEC-PASSWORD         PIC X(8).
