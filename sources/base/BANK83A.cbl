      *                   (VPSWDI) before a release or reject, with
      *                   lockout and last sign-on maintained the
      *                   way BANK80A maintains them.
      *  BANK-APPL-DEV  - Failed and locked-out sign-ons are now
      *                   written to the security log (TD queue SECL,
      *                   MSECLOG) for the access recertification.
      *  BANK-APPL-DEV  - NCOA move-updates BKNCOA queued (entered by
      *                   user NCOA) list and release like any other
      *                   held change; a move held because the member
      *                   already had a change open shows risk OPEN
      *                   CHANGE PENDING.
      *  BANK-APPL-DEV  - An NCOA move held because the member had an
      *                   ALTADR alternate address in force shows risk
      *                   ALTERNATE IN FORCE.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   saved on the audit record's old image before a
      *                   release deletes it.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-FILE-PENDCHG         PIC X(8)  VALUE 'PENDCHG'.
           05  WS-FILE-CUSTFLG         PIC X(8)  VALUE 'CUSTFLG'.
           05  WS-TDQ-ADRAUD           PIC X(4)  VALUE 'ADRA'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MADRAUD.

           COPY MPENDCHG.
                       WHEN PENDCHG-RISK-RESTRICT
                           MOVE 'RESTRICTED MEMBER'
                                         TO WS-PL-RISK
                       WHEN PENDCHG-RISK-OPEN-ITEM
                           MOVE 'OPEN CHANGE PENDING'
                                         TO WS-PL-RISK
                       WHEN PENDCHG-RISK-ALTERNATE
                           MOVE 'ALTERNATE IN FORCE'
                                         TO WS-PL-RISK
                       WHEN OTHER
                           MOVE 'ADDRESS + EMAIL'
                                         TO WS-PL-RISK
               MOVE 'UNKNOWN USER'      TO CA-USER-NAME
               MOVE 'USER ID UNKNOWN OR INACTIVE - NOT SIGNED ON'
                                         TO WS-AUTH-MSG
               MOVE 'U'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-SUPER-EXIT
           END-IF

           IF USRSEC-LOCKED
               MOVE 'USER ID LOCKED - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'K'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-SUPER-EXIT
           END-IF

           IF USRSEC-PASSWORD = SPACES
               MOVE 'PASSWORD NOT SET - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'N'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-SUPER-EXIT
           END-IF

               ADD 1                    TO USRSEC-FAIL-COUNT
               IF USRSEC-FAIL-COUNT NOT < WS-MAX-SIGNON-FAILS
                   MOVE 'Y'             TO USRSEC-LOCKED-SW
                   MOVE 'X'             TO SECLOG-ACTION
                   MOVE 'PASSWORD INCORRECT - USER ID NOW LOCKED'
                                         TO WS-AUTH-MSG
               ELSE
                   MOVE 'F'             TO SECLOG-ACTION
                   MOVE 'PASSWORD INCORRECT - NOT SIGNED ON'
                                         TO WS-AUTH-MSG
               END-IF
                   FROM(USRSEC-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-SUPER-EXIT
           END-IF

           ELSE
               MOVE 'SUPERVISOR SIGN-ON REQUIRED'
                                         TO WS-AUTH-MSG
               MOVE 'S'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
           END-IF.

       1390-SUPER-EXIT.
           EXIT.

      *    Failed and locked-out sign-ons go to the security log, so
      *    a guessing run against an id shows on the recertification
      *    report and not only as a locked id the next morning.  The
      *    caller sets SECLOG-ACTION; a failed log write never
      *    changes the sign-on outcome.
       1400-LOG-SIGNON-FAILURE.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'SIGNON'                TO SECLOG-FILE-ID
           MOVE CA-USER-ID              TO SECLOG-REC-KEY
           MOVE SPACES                  TO SECLOG-BEFORE-IMAGE
           MOVE SPACES                  TO SECLOG-AFTER-IMAGE
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(SECLOG-DATE)
               TIME(SECLOG-TIME)
           END-EXEC
           EXEC CICS WRITEQ TD
               QUEUE(WS-TDQ-SECLOG)
               FROM(SECLOG-RECORD)
               LENGTH(LENGTH OF SECLOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       2000-PROCESS-SELECTION.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME-LIST)
                       MOVE 'NAME + ADDRESS' TO VRISKO
                   WHEN PENDCHG-RISK-RESTRICT
                       MOVE 'RESTRICTED MEMBER' TO VRISKO
                   WHEN PENDCHG-RISK-OPEN-ITEM
                       MOVE 'OPEN CHANGE PENDING' TO VRISKO
                   WHEN PENDCHG-RISK-ALTERNATE
                       MOVE 'ALTERNATE IN FORCE' TO VRISKO
                   WHEN OTHER
                       MOVE 'ADDRESS + EMAIL' TO VRISKO
               END-EVALUATE
           MOVE CUST-PSTCDE             TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-OLD-EMAIL
           PERFORM 3510-SAVE-UNDELIV-FLAG

      *    A blank held name only exists on records written before
      *    the name became maintainable - leave the master name be.
                                          TO VERRMSGO
           END-IF.

      *    The flag as it stands before 3500 deletes it, carried on
      *    the audit record's old image: BKCNFNOT's letter goes to
      *    the old address and must know whether it was known bad.
       3510-SAVE-UNDELIV-FLAG.
           MOVE 'N'                      TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                   TO ADRAUD-OLD-UNDELIV-RSN
           MOVE PENDCHG-CUST-ID          TO CUSTFLG-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTFLG)
               INTO(CUSTFLG-RECORD)
               RIDFLD(CUSTFLG-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               AND CUSTFLG-UNDELIVERABLE
               MOVE 'Y'                  TO ADRAUD-OLD-UNDELIV-SW
               MOVE CUSTFLG-REASON-CODE  TO ADRAUD-OLD-UNDELIV-RSN
           END-IF.

       4000-REJECT-CHANGE.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME-DETL)
