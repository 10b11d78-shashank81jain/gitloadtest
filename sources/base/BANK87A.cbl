      *  details for supervisor release.  Deleting the record is what  *
      *  lifts the restriction.  All actions are supervisor-only per   *
      *  USRSEC-USER-TYPE, verified with the supervisor's password.    *
      *  A branch-pickup restriction may carry a home-branch override, *
      *  which must be an active branch on BRNREF (BANK92A).           *
      *
      *  Modification History
      *  ---------------------
      *                   with a future effective date is honored by
      *                   the output streams only once the date
      *                   arrives, like a STCYREF entry.
      *  BANK-APPL-DEV  - Every add, change and lift now writes a
      *                   before/after image to the security log
      *                   (TD queue SECL, MSECLOG); a lift reads the
      *                   record for update first so the lifted
      *                   restriction is on the log.  Failed or
      *                   locked-out sign-ons are logged there too.
      *  BANK-APPL-DEV  - New home-branch field (WBRANCH) keys the
      *                   branch-pickup override, CUSTRST-BRANCH-ID;
      *                   accepted only with reason BPU and only for a
      *                   branch with an active range on BRNREF.
      *  BANK-APPL-DEV  - The home-branch override now also needs the
      *                   branch's BRNREF range to be in effect
      *                   (effective date today or earlier), matching
      *                   the table BKSTMSEL loads.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-CUSTRST         PIC X(8)  VALUE 'CUSTRST'.
           05  WS-FILE-BRNREF          PIC X(8)  VALUE 'BRNREF'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.
               88  WS-EDIT-OK                    VALUE 'Y'.
           05  WS-EFF-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-CUST-ID              PIC 9(9)  VALUE ZERO.
           05  WS-BRANCH-ID            PIC X(4)  VALUE SPACES.
           05  WS-BRN-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-BRN-FOUND                  VALUE 'Y'.

      *    Default commarea built only on the very first (EIBCALEN=0)
      *    entry into the transaction, mirroring MBANKCA field for

           COPY DFHBMSCA.

       01  MAPAREA                     PIC X(446).
           COPY MBANK87.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MCUSTMST.

           COPY MCUSTRST.

           COPY MBRNREF.

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
                       THRU 3290-CHANGE-EXIT
               WHEN 'D'
                   PERFORM 3300-DELETE-RESTRICTION
                       THRU 3390-DELETE-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A, C OR D'
                                         TO WERRMSGO
           MOVE WS-CUST-ID              TO CUSTRST-CUST-ID
           MOVE WREASONI                TO CUSTRST-REASON-CODE
           MOVE WS-EFF-DATE             TO CUSTRST-EFF-DATE
           MOVE WS-BRANCH-ID            TO CUSTRST-BRANCH-ID
           MOVE CA-USER-ID              TO CUSTRST-ENT-USER
           MOVE WS-DATE-YMD             TO CUSTRST-ENT-DATE

               ELSE
                   PERFORM 3900-DISPLAY-RESTRICTION
                   MOVE 'RESTRICTION ADDED' TO WERRMSGO
                   MOVE 'A'             TO SECLOG-ACTION
                   MOVE SPACES          TO SECLOG-BEFORE-IMAGE
                   MOVE CUSTRST-RECORD  TO SECLOG-AFTER-IMAGE
                   PERFORM 3700-WRITE-SECURITY-LOG
               END-IF
           END-IF.

               GO TO 3290-CHANGE-EXIT
           END-IF

           MOVE CUSTRST-RECORD          TO SECLOG-BEFORE-IMAGE
           MOVE WREASONI                TO CUSTRST-REASON-CODE
           MOVE WS-EFF-DATE             TO CUSTRST-EFF-DATE
           MOVE WS-BRANCH-ID            TO CUSTRST-BRANCH-ID
           MOVE CA-USER-ID              TO CUSTRST-ENT-USER
           MOVE WS-DATE-YMD             TO CUSTRST-ENT-DATE

           ELSE
               PERFORM 3900-DISPLAY-RESTRICTION
               MOVE 'RESTRICTION CHANGED' TO WERRMSGO
               MOVE 'C'                 TO SECLOG-ACTION
               MOVE CUSTRST-RECORD      TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3290-CHANGE-EXIT.
           EXIT.

      *    Deleting the record is what lifts the restriction and
      *    puts the member back into every output stream.  It is
      *    read for update first so the security log carries the
      *    restriction that was lifted - who lifted a deceased flag
      *    is exactly what the log is there to answer.
       3300-DELETE-RESTRICTION.
           MOVE WS-CUST-ID              TO CUSTRST-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTRST)
               INTO(CUSTRST-RECORD)
               RIDFLD(CUSTRST-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO RESTRICTION ON FILE FOR THIS MEMBER'
                                         TO WERRMSGO
               GO TO 3390-DELETE-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESTRICTION NOT LIFTED - NOTIFY SUPPORT'
                                         TO WERRMSGO
               GO TO 3390-DELETE-EXIT
           END-IF

           MOVE CUSTRST-RECORD          TO SECLOG-BEFORE-IMAGE

           EXEC CICS DELETE
               FILE(WS-FILE-CUSTRST)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESTRICTION NOT LIFTED - NOTIFY SUPPORT'
                                         TO WERRMSGO
           ELSE
               MOVE 'RESTRICTION LIFTED' TO WERRMSGO
               MOVE 'L'                 TO SECLOG-ACTION
               MOVE SPACES              TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3390-DELETE-EXIT.
           EXIT.

       3500-EDIT-FIELDS.
           MOVE 'Y'                     TO WS-EDIT-OK-SW
           MOVE ZERO                    TO WS-EFF-DATE
                   MOVE 'N'             TO WS-EDIT-OK-SW
                   MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                                         TO WERRMSGO
                   GO TO 3590-EDIT-EXIT
               END-IF
           END-IF

      *    The home-branch override is only meaningful for branch
      *    pickup; left blank, BKSTMSEL bundles the member under the
      *    branch whose BRNREF postal range holds the member's code.
           MOVE SPACES                  TO WS-BRANCH-ID
           IF WBRANCHI = SPACES OR WBRANCHI = LOW-VALUES
               GO TO 3590-EDIT-EXIT
           END-IF

           IF NOT CUSTRST-BRANCH-PICKUP
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'HOME BRANCH APPLIES ONLY TO REASON BPU'
                                         TO WERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           MOVE WBRANCHI                TO WS-BRANCH-ID
           PERFORM 3600-FIND-BRANCH
           IF NOT WS-BRN-FOUND
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'HOME BRANCH NOT IN EFFECT ON BRANCH REFERENCE FILE'
                                         TO WERRMSGO
           END-IF.

       3590-EDIT-EXIT.
           EXIT.

      *    BRNREF is keyed by postal range, not by branch, so the
      *    override is proved by browsing for any active range that
      *    belongs to it and is already in effect - the same test
      *    BKSTMSEL loads its branch table with, so an override it
      *    accepts is always a branch BKSTMSEL can bundle under.  The
      *    file is a few hundred records at most.
       3600-FIND-BRANCH.
           MOVE 'N'                     TO WS-BRN-FOUND-SW
           MOVE LOW-VALUES              TO BRNREF-KEY

           EXEC CICS STARTBR
               FILE(WS-FILE-BRNREF)
               RIDFLD(BRNREF-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3610-READ-NEXT-BRANCH
                   UNTIL WS-BRN-FOUND
                       OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   FILE(WS-FILE-BRNREF)
               END-EXEC
           END-IF.

       3610-READ-NEXT-BRANCH.
           EXEC CICS READNEXT
               FILE(WS-FILE-BRNREF)
               INTO(BRNREF-RECORD)
               RIDFLD(BRNREF-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF BRNREF-BRANCH-ID = WS-BRANCH-ID
                   AND BRNREF-ACTIVE
                   AND (BRNREF-EFF-DATE = ZERO
                       OR BRNREF-EFF-DATE <= WS-DATE-YMD)
                   MOVE 'Y'             TO WS-BRN-FOUND-SW
               END-IF
           END-IF.

      *    Every add, change and lift leaves a before/after image of
      *    the restriction on the security log, the way a member
      *    change leaves one on ADRAUD.  The caller has set the
      *    action and both images.
       3700-WRITE-SECURITY-LOG.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'CUSTRST'               TO SECLOG-FILE-ID
           MOVE WS-CUST-ID              TO SECLOG-REC-KEY
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
                                         TO WERRMSGO
           END-IF.

       3900-DISPLAY-RESTRICTION.
           MOVE CUSTRST-REASON-CODE     TO WREASONO
           MOVE CUSTRST-EFF-DATE        TO WEFFDTO
           MOVE CUSTRST-BRANCH-ID       TO WBRANCHO
           MOVE CUSTRST-ENT-USER        TO WENTUSRO
           MOVE CUSTRST-ENT-DATE        TO WENTDTO.

