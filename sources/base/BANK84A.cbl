      *                   (RPSWDI) before any action, with lockout
      *                   and last sign-on maintained the way
      *                   BANK80A maintains them.
      *  BANK-APPL-DEV  - Every add, change and deactivate now writes
      *                   a before/after image to the security log
      *                   (TD queue SECL, MSECLOG), and failed or
      *                   locked-out sign-ons are logged there too.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK84A'.
           05  WS-FILE-STCYREF         PIC X(8)  VALUE 'STCYREF'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.

           COPY MUSRSEC.

           COPY MSECLOG.

       LINKAGE SECTION.
           COPY MBANKCA.

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

       2000-PROCESS-ACTION.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
                                         TO RERRMSGO
               ELSE
                   MOVE 'ENTRY ADDED'   TO RERRMSGO
                   MOVE 'A'             TO SECLOG-ACTION
                   MOVE SPACES          TO SECLOG-BEFORE-IMAGE
                   MOVE STCTY-RECORD    TO SECLOG-AFTER-IMAGE
                   PERFORM 3700-WRITE-SECURITY-LOG
               END-IF
           END-IF.

               GO TO 3290-CHANGE-EXIT
           END-IF

           MOVE STCTY-RECORD            TO SECLOG-BEFORE-IMAGE
           PERFORM 3800-MOVE-FIELDS-TO-RECORD

           EXEC CICS REWRITE
                                         TO RERRMSGO
           ELSE
               MOVE 'ENTRY CHANGED'     TO RERRMSGO
               MOVE 'C'                 TO SECLOG-ACTION
               MOVE STCTY-RECORD        TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3290-CHANGE-EXIT.
               GO TO 3390-DEACT-EXIT
           END-IF

           MOVE STCTY-RECORD            TO SECLOG-BEFORE-IMAGE
           MOVE 'N'                     TO STCTY-ACTIVE-SW

           EXEC CICS REWRITE
           ELSE
               PERFORM 3900-DISPLAY-ENTRY
               MOVE 'ENTRY DEACTIVATED' TO RERRMSGO
               MOVE 'D'                 TO SECLOG-ACTION
               MOVE STCTY-RECORD        TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3390-DEACT-EXIT.
       3590-EDIT-EXIT.
           EXIT.

      *    Every add, change and deactivate leaves a before/after
      *    image of the entry on the security log, the way a member
      *    change leaves one on ADRAUD.  The caller has set the
      *    action and both images.
       3700-WRITE-SECURITY-LOG.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'STCYREF'               TO SECLOG-FILE-ID
           MOVE STCTY-KEY               TO SECLOG-REC-KEY
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
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE MADE BUT NOT LOGGED - NOTIFY SUPPORT'
                                         TO RERRMSGO
           END-IF.

      *    An untouched map field arrives as LOW-VALUES - store it
      *    as SPACES, not raw, or the consumers' trailing-space scan
      *    reads a blank mask as ten literal positions and rejects
