      *  BANK-APPL-DEV  - A posted correction clears the member's
      *                   CUST-EMAIL-BAD-SW hard-bounce flag, putting
      *                   the member back into BKESTNOT notification.
      *  BANK-APPL-DEV  - Failed and locked-out sign-ons are now
      *                   written to the security log (TD queue SECL,
      *                   MSECLOG) for the access recertification.
      *  BANK-APPL-DEV  - An inquiry-only USRSEC id (type I) is refused
      *                   at sign-on with its own security-log action;
      *                   it has no work-queue authority.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   carried on the audit record's old image.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-FILE-EMLSUSP         PIC X(8)  VALUE 'EMLSUSP'.
           05  WS-FILE-CUSTFLG         PIC X(8)  VALUE 'CUSTFLG'.
           05  WS-TDQ-ADRAUD           PIC X(4)  VALUE 'ADRA'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MADRAUD.

           COPY MEMLSUSP.

           COPY MCUSTFLG.

       LINKAGE SECTION.
           COPY MBANKCA.

               MOVE 'UNKNOWN USER'      TO CA-USER-NAME
               MOVE 'USER ID UNKNOWN OR INACTIVE - NOT SIGNED ON'
                                         TO WS-AUTH-MSG
               MOVE 'U'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-AUTH-EXIT
           END-IF

           IF USRSEC-LOCKED
               MOVE 'USER ID LOCKED - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'K'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-AUTH-EXIT
           END-IF

           IF USRSEC-PASSWORD = SPACES
               MOVE 'PASSWORD NOT SET - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'N'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-AUTH-EXIT
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
               GO TO 1390-AUTH-EXIT
           END-IF

               RESP(WS-RESP)
           END-EXEC

      *    An inquiry-only id (call-center staff) signs on to the
      *    BANK90A member inquiry and the BANK85A history only - the
      *    password was good, but no maintenance is honored here.
           IF WS-RESP = DFHRESP(NORMAL)
               IF USRSEC-INQUIRY
                   MOVE 'INQUIRY USER - NO MAINTENANCE AUTHORITY'
                                         TO WS-AUTH-MSG
                   MOVE 'Q'             TO SECLOG-ACTION
                   PERFORM 1400-LOG-SIGNON-FAILURE
               ELSE
                   MOVE 'Y'             TO WS-AUTH-OK-SW
               END-IF
           ELSE
               MOVE 'SIGN-ON NOT RECORDED - NOTIFY SUPPORT'
                                         TO WS-AUTH-MSG
       1390-AUTH-EXIT.
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
           MOVE CUST-PSTCDE             TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-OLD-EMAIL
           PERFORM 3310-SAVE-UNDELIV-FLAG

           MOVE DNEWEMLI                TO CUST-EMAIL
           MOVE 'N'                     TO CUST-EMAIL-BAD-SW
                                          TO DERRMSGO
           END-IF.

      *    An e-mail correction neither moves the postal address nor
      *    clears its CUSTFLG flag, but BKCNFNOT's letter still goes
      *    to that address, so the flag goes on the audit record's
      *    old image as it does from every posting program.
       3310-SAVE-UNDELIV-FLAG.
           MOVE 'N'                      TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                   TO ADRAUD-OLD-UNDELIV-RSN
           MOVE CUST-ID                  TO CUSTFLG-CUST-ID
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

       4000-ABANDON-ITEM.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME-DETL)
