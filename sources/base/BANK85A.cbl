      *  first, each change shown as the before/after image of every   *
      *  field that moved, with the user who made it.  PF8 pages to    *
      *  older changes, PF7 restarts at the newest, PF3 returns to     *
      *  BANK80A - or to the BANK90A member inquiry when the history   *
      *  was entered from there.                                       *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Member name changes now show as their own
      *                   before/after field line; the page budget
      *                   allows for the seventh field.
      *  BANK-APPL-DEV  - Also entered from the BANK90A member inquiry's
      *                   PF5 key; PF3 then returns to BANK90A rather
      *                   than to BANK80A.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-TRANID               PIC X(4)  VALUE 'BK85'.
           05  WS-TRANID-BANK          PIC X(4)  VALUE 'BK80'.
           05  WS-TRANID-SELECT        PIC X(4)  VALUE 'BK82'.
           05  WS-TRANID-INQUIRY       PIC X(4)  VALUE 'BK90'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK85'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK85A'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.

      *    Tell BANK80A's 0000-MAINLINE this RETURN hands back a
      *    terminal still painted with our map - it must redisplay
      *    from scratch, the same handshake HELP80A's PF3 uses.  A
      *    history entered from the BANK90A member inquiry (which
      *    leaves its own transaction id in CA-TRAN-ID) goes back
      *    there instead, so an inquiry user is never handed to the
      *    maintenance screen.
       8200-RETURN-TO-BANK80.
           MOVE 'Y'                     TO CA-FIRST-TIME-SW
           IF CA-TRAN-ID = WS-TRANID-INQUIRY
               EXEC CICS RETURN
                   TRANSID(WS-TRANID-INQUIRY)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID(WS-TRANID-BANK)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
           END-IF.

       9000-SEND-INITIAL-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
