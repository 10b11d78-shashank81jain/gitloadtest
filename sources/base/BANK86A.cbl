      *                   T change user type.  Deactivate only flips
      *                   USRSEC-ACTIVE-SW - security records are
      *                   never deleted, the audit trail needs them.
      *  BANK-APPL-DEV  - Every add, deactivate, reset and type change
      *                   now writes a before/after image to the
      *                   security log (TD queue SECL, MSECLOG) with
      *                   the password blanked out, and failed or
      *                   locked-out sign-ons are logged there too.
      *  BANK-APPL-DEV  - User type I (inquiry only, for call-center
      *                   staff on the BANK90A member inquiry) is
      *                   accepted on add and type change alongside T
      *                   and S.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK86'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK86A'.
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
           END-IF

           IF UTTYPEI NOT = 'T' AND UTTYPEI NOT = 'S'
               AND UTTYPEI NOT = 'I'
               MOVE 'USER TYPE MUST BE T, S OR I'
                                         TO UERRMSGO
               GO TO 3190-ADD-EXIT
           END-IF
               ELSE
                   PERFORM 3900-DISPLAY-USER
                   MOVE 'USER ADDED'    TO UERRMSGO
                   MOVE 'A'             TO SECLOG-ACTION
                   MOVE SPACES          TO SECLOG-BEFORE-IMAGE
                   MOVE USRSEC-RECORD   TO SECLOG-AFTER-IMAGE
                   PERFORM 3700-WRITE-SECURITY-LOG
               END-IF
           END-IF.

               GO TO 3390-DEACT-EXIT
           END-IF

           MOVE USRSEC-RECORD           TO SECLOG-BEFORE-IMAGE
           MOVE 'N'                     TO USRSEC-ACTIVE-SW

           EXEC CICS REWRITE
           ELSE
               PERFORM 3900-DISPLAY-USER
               MOVE 'USER DEACTIVATED'  TO UERRMSGO
               MOVE 'D'                 TO SECLOG-ACTION
               MOVE USRSEC-RECORD       TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3390-DEACT-EXIT.
               GO TO 3490-RESET-EXIT
           END-IF

           MOVE USRSEC-RECORD           TO SECLOG-BEFORE-IMAGE
           MOVE UTPSWDI                 TO USRSEC-PASSWORD
           MOVE ZERO                    TO USRSEC-FAIL-COUNT
           MOVE 'N'                     TO USRSEC-LOCKED-SW
               PERFORM 3900-DISPLAY-USER
               MOVE 'PASSWORD RESET AND USER UNLOCKED'
                                         TO UERRMSGO
               MOVE 'R'                 TO SECLOG-ACTION
               MOVE USRSEC-RECORD       TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3490-RESET-EXIT.

       3500-CHANGE-TYPE.
           IF UTTYPEI NOT = 'T' AND UTTYPEI NOT = 'S'
               AND UTTYPEI NOT = 'I'
               MOVE 'USER TYPE MUST BE T, S OR I'
                                         TO UERRMSGO
               GO TO 3590-TYPE-EXIT
           END-IF
               GO TO 3590-TYPE-EXIT
           END-IF

           MOVE USRSEC-RECORD           TO SECLOG-BEFORE-IMAGE
           MOVE UTTYPEI                 TO USRSEC-USER-TYPE

           EXEC CICS REWRITE
           ELSE
               PERFORM 3900-DISPLAY-USER
               MOVE 'USER TYPE CHANGED' TO UERRMSGO
               MOVE 'T'                 TO SECLOG-ACTION
               MOVE USRSEC-RECORD       TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3590-TYPE-EXIT.
           EXIT.

      *    Every add, deactivate, reset and type change leaves a
      *    before/after image of the user on the security log, so
      *    "who promoted this teller to supervisor" has an answer.
      *    The caller has set the action and both images; the
      *    password is blanked out of both here, before the write -
      *    it is never carried onto the log.
       3700-WRITE-SECURITY-LOG.
           MOVE SPACES                  TO SECLOG-BEFORE-PSWD
           MOVE SPACES                  TO SECLOG-AFTER-PSWD
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'USRSEC'                TO SECLOG-FILE-ID
           MOVE USRSEC-USER-ID          TO SECLOG-REC-KEY
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
                                         TO UERRMSGO
           END-IF.

       3800-READ-USER-UPDATE.
           MOVE UTUSERIDI               TO USRSEC-USER-ID
           EXEC CICS READ
