      *                   any of their contact details is held on
      *                   PENDCHG (risk R) for supervisor release on
      *                   BANK83A - only a supervisor posts direct.
      *  BANK-APPL-DEV  - Failed and locked-out sign-ons are now
      *                   written to the security log (TD queue SECL,
      *                   MSECLOG) for the access recertification.
      *  BANK-APPL-DEV  - PF7 maintains the member's seasonal/
      *                   alternate mailing address (ALTADR) on the
      *                   BANK89A screen, and a notice line shows
      *                   when an alternate is in force today.  The
      *                   address on the master is not affected.
      *  BANK-APPL-DEV  - An inquiry-only USRSEC id (type I) is refused
      *                   at sign-on with its own security-log action -
      *                   call-center staff use the BANK90A member
      *                   inquiry instead.
      *  BANK-APPL-DEV  - A member closed by a merge on BANK91A now
      *                   shows the member number it was merged into.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   saved on the audit record's old image before
      *                   the posted update deletes it.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-TRANID-HELP          PIC X(4)  VALUE 'HELP'.
           05  WS-TRANID-SELECT        PIC X(4)  VALUE 'BK82'.
           05  WS-TRANID-HISTORY       PIC X(4)  VALUE 'BK85'.
           05  WS-TRANID-ALTADR        PIC X(4)  VALUE 'BK89'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK80'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK80A'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-PENDCHG         PIC X(8)  VALUE 'PENDCHG'.
           05  WS-FILE-CUSTFLG         PIC X(8)  VALUE 'CUSTFLG'.
           05  WS-FILE-CUSTRST         PIC X(8)  VALUE 'CUSTRST'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-FILE-ALTADR          PIC X(8)  VALUE 'ALTADR'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.
           05  WS-PEND-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-PEND-FOUND                 VALUE 'Y'.
           05  WS-CANCEL-KEY           PIC X(25).
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.

      *    Today's date split so a recurring alternate address can be
      *    tested on month/day alone.
       01  WS-CHECK-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-CHECK-DATE-R             REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MMDD           PIC 9(4).

       01  WS-EMAIL-WORK.
           05  WS-AT-COUNT             PIC 9(2)  VALUE ZERO.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MADRAUD.

           COPY MCUSTPRF.

           COPY MCHKPT.

           COPY MALTADR.

       LINKAGE SECTION.
           COPY MBANKCA.

                       WHEN DFHPF5
                           PERFORM 1400-LINK-TO-HISTORY
                           PERFORM 9940-RETURN-TO-HISTORY
                       WHEN DFHPF7
                           PERFORM 1500-LINK-TO-ALTERNATE
                           PERFORM 9950-RETURN-TO-ALTERNATE
                       WHEN DFHPF6
                           PERFORM 5000-CANCEL-PENDING
                               THRU 5090-CANCEL-EXIT
               MOVE 'UNKNOWN USER'      TO CA-USER-NAME
               MOVE 'USER ID UNKNOWN OR INACTIVE - NOT SIGNED ON'
                                         TO WS-AUTH-MSG
               MOVE 'U'                 TO SECLOG-ACTION
               PERFORM 1170-LOG-SIGNON-FAILURE
               GO TO 1169-AUTH-EXIT
           END-IF

           IF USRSEC-LOCKED
               MOVE 'USER ID LOCKED - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'K'                 TO SECLOG-ACTION
               PERFORM 1170-LOG-SIGNON-FAILURE
               GO TO 1169-AUTH-EXIT
           END-IF

           IF USRSEC-PASSWORD = SPACES
               MOVE 'PASSWORD NOT SET - SEE YOUR SUPERVISOR'
                                         TO WS-AUTH-MSG
               MOVE 'N'                 TO SECLOG-ACTION
               PERFORM 1170-LOG-SIGNON-FAILURE
               GO TO 1169-AUTH-EXIT
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
               PERFORM 1170-LOG-SIGNON-FAILURE
               GO TO 1169-AUTH-EXIT
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
                   PERFORM 1170-LOG-SIGNON-FAILURE
               ELSE
                   MOVE 'Y'             TO WS-AUTH-OK-SW
               END-IF
           ELSE
               MOVE 'SIGN-ON NOT RECORDED - NOTIFY SUPPORT'
                                         TO WS-AUTH-MSG
       1169-AUTH-EXIT.
           EXIT.

      *    Failed and locked-out sign-ons go to the security log, so
      *    a guessing run against an id shows on the recertification
      *    report and not only as a locked id the next morning.  The
      *    caller sets SECLOG-ACTION; a failed log write never
      *    changes the sign-on outcome.
       1170-LOG-SIGNON-FAILURE.
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

       1100-LOAD-CUSTOMER.
           MOVE CA-CUST-ID              TO CUST-ID
           EXEC CICS READ
                                         TO ERRMSGO
               END-IF
               PERFORM 1130-CHECK-PENDING-NOTICE
               PERFORM 1140-CHECK-ALTERNATE
               IF NOT CUST-ACTIVE
                   IF CUST-MERGED-TO-ID IS NUMERIC
                       AND CUST-MERGED-TO-ID > ZERO
                       MOVE SPACES      TO ERRMSGO
                       STRING 'MEMBER MERGED INTO ' CUST-MERGED-TO-ID
                           ' - INQUIRY ONLY'
                           DELIMITED BY SIZE INTO ERRMSGO
                   ELSE
                       MOVE 'MEMBER CLOSED - INQUIRY ONLY'
                                         TO ERRMSGO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES              TO MNAMEO MADDR1O MADDR2O
               END-IF
           END-IF.

      *    An alternate address in force today is where the member's
      *    statements and mailings are going - say so on its own
      *    line, so it is never hidden behind a restriction or a
      *    pending-change notice.
       1140-CHECK-ALTERNATE.
           MOVE SPACES                  TO ALTMSGO
           MOVE CA-CUST-ID              TO ALTADR-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-ALTADR)
               INTO(ALTADR-RECORD)
               RIDFLD(ALTADR-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1145-CHECK-ALT-IN-FORCE
               IF WS-ALT-IN-FORCE
                   IF ALTADR-RECURRING
                       STRING 'YEARLY ALTERNATE ADDRESS IN FORCE TO '
                           ALTADR-END-MMDD(1:2) '/'
                           ALTADR-END-MMDD(3:2) ' - PF7 TO VIEW'
                           DELIMITED BY SIZE INTO ALTMSGO
                   ELSE
                       STRING 'ALTERNATE ADDRESS IN FORCE TO '
                           ALTADR-END-DATE ' - PF7 TO VIEW'
                           DELIMITED BY SIZE INTO ALTMSGO
                   END-IF
               ELSE
                   MOVE 'ALTERNATE ADDRESS ON FILE, NOT IN FORCE - PF7'
                                         TO ALTMSGO
               END-IF
           END-IF.

      *    In force today: a one-off alternate between its start and
      *    end dates; a recurring one from its first start date on,
      *    whenever the month/day falls inside its yearly window - a
      *    window that ends before it starts runs across the year
      *    end.  The same evaluation BANK89A and the batch mailing
      *    programs make.
       1145-CHECK-ALT-IN-FORCE.
           MOVE 'N'                     TO WS-ALT-IN-FORCE-SW
           MOVE WS-DATE-YMD             TO WS-CHECK-DATE
           EVALUATE TRUE
               WHEN WS-CHECK-DATE < ALTADR-START-DATE
                   CONTINUE
               WHEN NOT ALTADR-RECURRING
                   IF WS-CHECK-DATE <= ALTADR-END-DATE
                       MOVE 'Y'         TO WS-ALT-IN-FORCE-SW
                   END-IF
               WHEN ALTADR-START-MMDD <= ALTADR-END-MMDD
                   IF WS-CHECK-MMDD >= ALTADR-START-MMDD
                       AND WS-CHECK-MMDD <= ALTADR-END-MMDD
                       MOVE 'Y'         TO WS-ALT-IN-FORCE-SW
                   END-IF
               WHEN OTHER
                   IF WS-CHECK-MMDD >= ALTADR-START-MMDD
                       OR WS-CHECK-MMDD <= ALTADR-END-MMDD
                       MOVE 'Y'         TO WS-ALT-IN-FORCE-SW
                   END-IF
           END-EVALUATE.

       1200-BUILD-HEADER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
       1400-LINK-TO-HISTORY.
           MOVE 'Y'                     TO CA-FIRST-TIME-SW.

       1500-LINK-TO-ALTERNATE.
           MOVE 'Y'                     TO CA-FIRST-TIME-SW.

       2000-RECEIVE-AND-EDIT.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MOVE CUST-PSTCDE          TO ADRAUD-OLD-PSTCDE
               MOVE CUST-CNTRY           TO ADRAUD-OLD-CNTRY
               MOVE CUST-EMAIL           TO ADRAUD-OLD-EMAIL
               PERFORM 3610-SAVE-UNDELIV-FLAG

      *        Rewriting the base record is what carries the name
      *        change onto the CUSTNAM alternate-index path - the
                                          TO ERRMSGO
           END-IF.

      *    The flag as it stands before 3600 deletes it, carried on
      *    the audit record's old image: BKCNFNOT's letter goes to
      *    the old address and must know whether it was known bad.
       3610-SAVE-UNDELIV-FLAG.
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

      *    PF6 - cancel the member's oldest future-dated change.
      *    Held changes awaiting approval are not cancellable here;
      *    the supervisor rejects those on BANK83A.
               TRANSID(WS-TRANID-HISTORY)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       9950-RETURN-TO-ALTERNATE.
           EXEC CICS RETURN
               TRANSID(WS-TRANID-ALTADR)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
