      *  CUST-NAME) in a scrollable list.  The chosen CUST-ID is       *
      *  carried into BANK80A through the MBANKCA commarea, and        *
      *  BANK80A's PF3 hands the terminal back here for the next       *
      *  member.  An I in the selection column, or PF4 on a keyed      *
      *  member number, carries the member into the read-only         *
      *  BANK90A member inquiry instead.                               *
      *
      *  Modification History
      *  ---------------------
      *                   (CA-SEL-NAME-KEY/CA-SEL-LAST-ID) so a page
      *                   boundary inside a group of identical names
      *                   does not skip members.
      *  BANK-APPL-DEV  - An I in the selection column, or PF4 with a
      *                   member number keyed, hands the member to the
      *                   read-only BANK90A member inquiry (BK90) for
      *                   call-center staff.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-CONSTANTS.
           05  WS-TRANID               PIC X(4)  VALUE 'BK82'.
           05  WS-TRANID-BANK          PIC X(4)  VALUE 'BK80'.
           05  WS-TRANID-INQUIRY       PIC X(4)  VALUE 'BK90'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK82'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK82A'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-SKIP-PHASE-SW        PIC X     VALUE 'N'.
               88  WS-SKIP-PHASE                 VALUE 'Y'.
           05  WS-SEL-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-SEL-CODE             PIC X     VALUE SPACE.
           05  WS-NAME-KEY             PIC X(30).
           05  WS-MEMNO                PIC 9(9)  VALUE ZERO.
           05  WS-MEMNO-LEN            PIC 9(2)  VALUE ZERO.
           05  WS-MEMNO-TEXT           PIC X(9).
           05  WS-MEMNO-OK-SW          PIC X     VALUE 'N'.
               88  WS-MEMNO-OK                   VALUE 'Y'.
           05  WS-INQUIRY-SW           PIC X     VALUE 'N'.
               88  WS-INQUIRY                    VALUE 'Y'.

      *    One formatted search-result row - member number, name and
      *    first address line, enough to pick the right member.
                           PERFORM 9900-RETURN-TRANS
                       WHEN DFHPF3
                           PERFORM 8100-EXIT-TRANSACTION
                       WHEN DFHPF4
                           MOVE 'Y'     TO WS-INQUIRY-SW
                           PERFORM 2000-PROCESS-SEARCH
                               THRU 2090-SEARCH-EXIT
                           PERFORM 9900-RETURN-TRANS
                       WHEN DFHPF8
                           PERFORM 1500-CONTINUE-NAME-BROWSE
                           PERFORM 9900-RETURN-TRANS
           MOVE LOW-VALUES              TO CA-SEL-NAME-KEY
           MOVE ZERO                    TO CA-SEL-LAST-ID
           PERFORM 1200-BUILD-HEADER
           MOVE 'KEY MEMBER NUMBER (PF4 INQUIRES) OR NAME TO BROWSE'
                                         TO ERRMSGO
           PERFORM 9000-SEND-INITIAL-MAP.

                   IF WS-BROWSE-DONE
                       MOVE LOW-VALUES  TO CA-SEL-NAME-KEY
                       MOVE ZERO        TO CA-SEL-LAST-ID
                       MOVE 'END OF FILE - S TO MAINTAIN, I TO INQUIRE'
                                         TO ERRMSGO
                   ELSE
                       MOVE 'S TO MAINTAIN, I TO INQUIRE, PF8 FOR MORE'
                                         TO ERRMSGO
                   END-IF
               END-IF
      *    A keyed member number wins over everything else on the
      *    screen; a selection column wins over the (still painted)
      *    name field, so pressing ENTER with an S does not simply
      *    re-run the same name search.  PF4 (WS-INQUIRY already set)
      *    or an I in the selection column routes the member to the
      *    BANK90A inquiry instead of maintenance.
           IF SMEMNOI NOT = SPACES AND SMEMNOI NOT = LOW-VALUES
               PERFORM 2210-EDIT-MEMBER-NUMBER
               IF WS-MEMNO-OK
           END-IF

           MOVE ZERO                   TO WS-SEL-IDX
           MOVE SPACE                  TO WS-SEL-CODE
           EVALUATE TRUE
               WHEN SSEL01I = 'S' OR SSEL01I = 'I'
                   MOVE 1               TO WS-SEL-IDX
                   MOVE SSEL01I         TO WS-SEL-CODE
               WHEN SSEL02I = 'S' OR SSEL02I = 'I'
                   MOVE 2               TO WS-SEL-IDX
                   MOVE SSEL02I         TO WS-SEL-CODE
               WHEN SSEL03I = 'S' OR SSEL03I = 'I'
                   MOVE 3               TO WS-SEL-IDX
                   MOVE SSEL03I         TO WS-SEL-CODE
               WHEN SSEL04I = 'S' OR SSEL04I = 'I'
                   MOVE 4               TO WS-SEL-IDX
                   MOVE SSEL04I         TO WS-SEL-CODE
               WHEN SSEL05I = 'S' OR SSEL05I = 'I'
                   MOVE 5               TO WS-SEL-IDX
                   MOVE SSEL05I         TO WS-SEL-CODE
               WHEN SSEL06I = 'S' OR SSEL06I = 'I'
                   MOVE 6               TO WS-SEL-IDX
                   MOVE SSEL06I         TO WS-SEL-CODE
               WHEN SSEL07I = 'S' OR SSEL07I = 'I'
                   MOVE 7               TO WS-SEL-IDX
                   MOVE SSEL07I         TO WS-SEL-CODE
               WHEN SSEL08I = 'S' OR SSEL08I = 'I'
                   MOVE 8               TO WS-SEL-IDX
                   MOVE SSEL08I         TO WS-SEL-CODE
           END-EVALUATE

           IF WS-SEL-CODE = 'I'
               MOVE 'Y'                 TO WS-INQUIRY-SW
           END-IF

           IF WS-SEL-IDX > ZERO
               PERFORM 1750-READ-SELECT-TABLE
               IF WS-SEL-IDX > WS-SELTBL-COUNT
      *    Confirm the member exists, park the id in the commarea
      *    and hand the terminal to BANK80A - CA-FIRST-TIME-SW makes
      *    its next leg repaint the maintenance screen from scratch,
      *    the same handshake HELP80A's PF3 return uses.  An inquiry
      *    selection hands it to BANK90A the same way.
       2200-SELECT-MEMBER.
           MOVE WS-MEMNO                TO CUST-ID
           EXEC CICS READ
           ELSE
               MOVE WS-MEMNO            TO CA-CUST-ID
               MOVE 'Y'                 TO CA-FIRST-TIME-SW
               IF WS-INQUIRY
                   MOVE 'MEMBER SELECTED - PRESS ENTER FOR INQUIRY'
                                         TO ERRMSGO
                   PERFORM 9100-SEND-DATAONLY-MAP
                   PERFORM 9930-RETURN-TO-INQUIRY
               ELSE
                   MOVE 'MEMBER SELECTED - PRESS ENTER FOR MAINTENANCE'
                                         TO ERRMSGO
                   PERFORM 9100-SEND-DATAONLY-MAP
                   PERFORM 9920-RETURN-TO-BANK80
               END-IF
           END-IF.

       8100-EXIT-TRANSACTION.
               TRANSID(WS-TRANID-BANK)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       9930-RETURN-TO-INQUIRY.
           EXEC CICS RETURN
               TRANSID(WS-TRANID-INQUIRY)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
