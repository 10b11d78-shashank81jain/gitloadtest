       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANK89A.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BANK89A - Member Alternate (Seasonal) Address Maintenance     *
      *  Pseudo-conversational CICS transaction behind the BANK89A     *
      *  map (mapset MBANK89).  Entered from BANK80A's PF7 key for     *
      *  the member currently displayed (CA-CUST-ID).  Online add/     *
      *  change/delete of the member's ALTADR alternate mailing        *
      *  address - a start date, an end date and an optional yearly    *
      *  recurrence - which BKSTMSEL, BKMLEXT and BKRETML use in       *
      *  place of CUST-ADDR while it is in force, so a snowbird's      *
      *  mail follows them south and back without two permanent        *
      *  address changes a year.  The master record is never           *
      *  updated here.  The address passes the same STCYREF and        *
      *  postal-mask edits BANK80A's 2100-VALIDATE-ADDRESS makes.      *
      *  Every add, change and delete is logged with before/after      *
      *  images on the security log, as BANK87A logs a restriction.    *
      *  Actions need a good sign-on (id and password); a member       *
      *  with an effective CUSTRST restriction is supervisor-only,     *
      *  the same control BANK80A applies, and a closed member is      *
      *  inquiry-only.  PF3 returns to BANK80A.                        *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.  Actions: I inquire,
      *                   A add, C change, D delete.  A change or a
      *                   re-add clears the undeliverable switch
      *                   BKRETML sets on the alternate.
      *  BANK-APPL-DEV  - An inquiry-only USRSEC id (type I) is refused
      *                   at sign-on with its own security-log action;
      *                   it cannot maintain the alternate address.
      *  BANK-APPL-DEV  - Every add, change and delete writes a
      *                   before/after image of the alternate to the
      *                   security log (SECLOG-FILE-ID ALTADR); a
      *                   delete reads the record for update first so
      *                   the deleted alternate is on the log.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-TRANID               PIC X(4)  VALUE 'BK89'.
           05  WS-TRANID-BANK          PIC X(4)  VALUE 'BK80'.
           05  WS-TRANID-SELECT        PIC X(4)  VALUE 'BK82'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK89'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK89A'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-STCYREF         PIC X(8)  VALUE 'STCYREF'.
           05  WS-FILE-CUSTRST         PIC X(8)  VALUE 'CUSTRST'.
           05  WS-FILE-ALTADR          PIC X(8)  VALUE 'ALTADR'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-ABSTIME              PIC S9(15) COMP.
           05  WS-DATE-OUT             PIC X(10).
           05  WS-DATE-YMD             PIC 9(8).
           05  WS-TIME-OUT             PIC X(8).
           05  WS-ERROR-SW             PIC X     VALUE 'N'.
               88  WS-ERROR-FOUND                VALUE 'Y'.
           05  WS-AUTH-OK-SW           PIC X     VALUE 'N'.
               88  WS-AUTH-OK                    VALUE 'Y'.
           05  WS-SUPER-OK-SW          PIC X     VALUE 'N'.
               88  WS-SUPER-OK                   VALUE 'Y'.
           05  WS-AUTH-MSG             PIC X(75).
           05  WS-AUTH-DATE-YMD        PIC 9(8).
           05  WS-RESTRICT-SW          PIC X     VALUE 'N'.
               88  WS-RESTRICTED                 VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW      PIC X     VALUE 'N'.
               88  WS-MEMBER-FOUND               VALUE 'Y'.
           05  WS-ALT-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-ALT-FOUND                  VALUE 'Y'.
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.
           05  WS-START-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-END-DATE             PIC 9(8)  VALUE ZERO.

      *    The alternate as it goes on the security log: the record
      *    less its key (SECLOG-REC-KEY), its entry stamp (the log's
      *    own user/date) and the return date, to fit the image.
       01  WS-ALT-LOG-IMAGE.
           05  WS-ALT-LOG-ADDR1        PIC X(25).
           05  WS-ALT-LOG-ADDR2        PIC X(25).
           05  WS-ALT-LOG-STATE        PIC X(2).
           05  WS-ALT-LOG-PSTCDE       PIC X(7).
           05  WS-ALT-LOG-CNTRY        PIC X(6).
           05  WS-ALT-LOG-START        PIC 9(8).
           05  WS-ALT-LOG-END          PIC 9(8).
           05  WS-ALT-LOG-RECUR        PIC X(1).
           05  WS-ALT-LOG-UNDELIV      PIC X(1).
           05  WS-ALT-LOG-REASON       PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.

      *    The date an alternate's window is tested against, split
      *    so a recurring window can be compared on month/day alone.
       01  WS-CHECK-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-CHECK-DATE-R             REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MMDD           PIC 9(4).

      *    A keyed start or end date, split for the calendar edit.
       01  WS-EDIT-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-EDIT-DATE-R              REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY            PIC 9(4).
           05  WS-EDIT-MM              PIC 9(2).
           05  WS-EDIT-DD              PIC 9(2).

      *    Work fields for walking STCTY-PSTCDE-FORMAT position by
      *    position against SPSTCDEI - the same walk BANK80A's 2110
      *    makes against MPSTCDEI.
       01  WS-PSTCDE-WORK.
           05  WS-PSTCDE-FMT-LEN       PIC 9(2)  VALUE ZERO.
           05  WS-PSTCDE-SRC-LEN       PIC 9(2)  VALUE ZERO.
           05  WS-PSTCDE-FMT-IDX       PIC 9(2)  VALUE ZERO.
           05  WS-PSTCDE-SRC-IDX       PIC 9(2)  VALUE ZERO.
           05  WS-PSTCDE-FMT-CHAR      PIC X.
           05  WS-EFF-PSTCDE-FORMAT    PIC X(10).

      *    Default commarea built only on the very first (EIBCALEN=0)
      *    entry into the transaction, mirroring MBANKCA field for
      *    field the way BANK80A's WS-FIRST-COMMAREA does.
       01  WS-FIRST-COMMAREA.
           05  WS-FIRST-USER-ID        PIC X(5)  VALUE SPACES.
           05  WS-FIRST-USER-NAME      PIC X(23) VALUE SPACES.
           05  WS-FIRST-CUST-ID        PIC 9(9)  VALUE ZERO.
           05  WS-FIRST-TRAN-ID        PIC X(4)  VALUE SPACES.
           05  WS-FIRST-SCRN-ID        PIC X(6)  VALUE SPACES.
           05  WS-FIRST-TIME-SW        PIC X     VALUE 'N'.
           05  WS-FIRST-WQ-MODE-SW     PIC X     VALUE 'L'.
           05  WS-FIRST-WQ-ITEM-KEY    PIC X(25) VALUE SPACES.
           05  WS-FIRST-WQ-PAGE-KEY    PIC X(25) VALUE LOW-VALUES.
           05  WS-FIRST-SEL-NAME-KEY   PIC X(30) VALUE LOW-VALUES.
           05  WS-FIRST-SEL-LAST-ID    PIC 9(9)  VALUE ZERO.
           05  WS-FIRST-PA-MODE-SW     PIC X     VALUE 'L'.
           05  WS-FIRST-PA-ITEM-KEY    PIC X(25) VALUE SPACES.
           05  WS-FIRST-PA-PAGE-KEY    PIC X(25) VALUE LOW-VALUES.
           05  WS-FIRST-AH-PAGE-KEY    PIC X(27) VALUE LOW-VALUES.

           COPY DFHAID.

           COPY DFHBMSCA.

       01  MAPAREA                     PIC X(585).
           COPY MBANK89.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MCUSTMST.

           COPY MSTCTYF.

           COPY MCUSTRST.

           COPY MALTADR.

       LINKAGE SECTION.
           COPY MBANKCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-FIRST-TIME-IN
           ELSE
      *        Set by BANK80A's PF7 hand-off - the terminal is still
      *        painted with the maintenance map, so paint our own
      *        screen from scratch for the member in CA-CUST-ID.
               IF CA-FIRST-TIME
                   MOVE 'N'             TO CA-FIRST-TIME-SW
                   PERFORM 1000-SHOW-ALTERNATE
                   PERFORM 9900-RETURN-TRANS
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 8200-RETURN-TO-BANK80
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-ACTION
                               THRU 2090-ACTION-EXIT
                           PERFORM 9900-RETURN-TRANS
                       WHEN OTHER
                           PERFORM 1000-SHOW-ALTERNATE
                           PERFORM 9900-RETURN-TRANS
                   END-EVALUATE
               END-IF
           END-IF.

      *    A raw BK89 entry has no member in hand - send the teller
      *    through the selection screen the same way BANK80A does.
       0100-FIRST-TIME-IN.
           MOVE WS-FIRST-COMMAREA      TO DFHCOMMAREA
           MOVE 'Y'                    TO CA-FIRST-TIME-SW
           EXEC CICS SEND TEXT
               FROM('SELECT A MEMBER FIRST - PRESS ENTER')
               LENGTH(35)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(WS-TRANID-SELECT)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       1000-SHOW-ALTERNATE.
           MOVE SPACES                  TO BANK89AO
           PERFORM 1200-BUILD-HEADER
           PERFORM 1100-LOAD-MEMBER-NAME
           PERFORM 3000-INQUIRE-ALTERNATE
           IF WS-ALT-FOUND
               MOVE 'KEY ACTION (I/A/C/D), USER ID AND PASSWORD'
                                         TO SERRMSGO
           ELSE
               MOVE 'NO ALTERNATE ADDRESS ON FILE - ACTION A ADDS ONE'
                                         TO SERRMSGO
           END-IF
           PERFORM 9000-SEND-INITIAL-MAP.

       1100-LOAD-MEMBER-NAME.
           MOVE 'N'                     TO WS-MEMBER-FOUND-SW
           MOVE CA-CUST-ID              TO SCUSTIDO
           MOVE CA-CUST-ID              TO CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTMST)
               INTO(CUSTMST-RECORD)
               RIDFLD(CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-MEMBER-FOUND-SW
               MOVE CUST-NAME           TO SNAMEO
           ELSE
               MOVE 'MEMBER NOT ON FILE' TO SNAMEO
           END-IF.

       1200-BUILD-HEADER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               MMDDYYYY(WS-DATE-OUT)
               YYYYMMDD(WS-DATE-YMD)
               TIME(WS-TIME-OUT)
           END-EXEC
           MOVE WS-DATE-OUT             TO SDATEO
           MOVE WS-TIME-OUT             TO STIMEO
           MOVE 'BANK89'                TO SSCRNO
           MOVE WS-TRANID               TO STRANO
           MOVE WS-TRANID               TO CA-TRAN-ID
           MOVE 'BANK89'                TO CA-SCRN-ID
           MOVE 'MEMBER MAINTENANCE'    TO SHEAD1O
           MOVE 'SEASONAL / ALTERNATE ADDRESS' TO SHEAD2O
           MOVE CA-USER-ID              TO SUSERIDO
           MOVE CA-USER-NAME            TO SUSERNMO
           MOVE DFHBMPROT               TO SUSERNMP.

      *    Real sign-on, the same verification BANK80A's 1160 makes:
      *    id and password against USRSEC under UPDATE, maintaining
      *    the failure count, the lockout switch and the last
      *    sign-on stamp on the record.  WS-SUPER-OK is set for a
      *    good supervisor sign-on - a restricted member needs one.
       1300-AUTHENTICATE-USER.
           MOVE 'N'                     TO WS-AUTH-OK-SW
           MOVE 'N'                     TO WS-SUPER-OK-SW
           MOVE SPACES                  TO WS-AUTH-MSG
           MOVE CA-USER-ID              TO USRSEC-USER-ID
           EXEC CICS READ
               FILE(WS-FILE-USRSEC)
               INTO(USRSEC-RECORD)
               RIDFLD(USRSEC-USER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT USRSEC-ACTIVE
               MOVE 'UNKNOWN USER'      TO CA-USER-NAME
               MOVE 'USER ID UNKNOWN OR INACTIVE - NOT SIGNED ON'
                                         TO WS-AUTH-MSG
               MOVE 'U'                 TO SECLOG-ACTION
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-AUTH-EXIT
           END-IF

           MOVE USRSEC-USER-NAME        TO CA-USER-NAME

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

           IF SPSWDI NOT = USRSEC-PASSWORD
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
               EXEC CICS REWRITE
                   FILE(WS-FILE-USRSEC)
                   FROM(USRSEC-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 1400-LOG-SIGNON-FAILURE
               GO TO 1390-AUTH-EXIT
           END-IF

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUTH-DATE-YMD)
               TIME(WS-TIME-OUT)
           END-EXEC

           MOVE ZERO                    TO USRSEC-FAIL-COUNT
           MOVE WS-AUTH-DATE-YMD        TO USRSEC-LAST-SIGNON-DATE
           MOVE WS-TIME-OUT             TO USRSEC-LAST-SIGNON-TIME

           EXEC CICS REWRITE
               FILE(WS-FILE-USRSEC)
               FROM(USRSEC-RECORD)
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
                   IF USRSEC-SUPERVISOR
                       MOVE 'Y'         TO WS-SUPER-OK-SW
                   END-IF
               END-IF
           ELSE
               MOVE 'SIGN-ON NOT RECORDED - NOTIFY SUPPORT'
                                         TO WS-AUTH-MSG
           END-IF.

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

       2000-PROCESS-ACTION.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               INTO(BANK89AI)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES                 TO SERRMSGO

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'KEY ACTION (I/A/C/D), USER ID AND PASSWORD'
                                         TO SERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           PERFORM 1200-BUILD-HEADER
           MOVE SUSERIDI               TO CA-USER-ID
           PERFORM 1300-AUTHENTICATE-USER
               THRU 1390-AUTH-EXIT
           MOVE CA-USER-NAME           TO SUSERNMO

           IF NOT WS-AUTH-OK
               MOVE WS-AUTH-MSG         TO SERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           PERFORM 1100-LOAD-MEMBER-NAME
           IF NOT WS-MEMBER-FOUND
               MOVE 'MEMBER NOT ON FILE' TO SERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

      *    Only an inquiry is open to every member.  A closed member
      *    gets no new mailing address of any kind, and a restricted
      *    one is under supervisor control here exactly as on
      *    BANK80A - an alternate is as good as an address change to
      *    anyone trying to divert a deceased member's mail.
           IF SACTIONI NOT = 'I'
               IF NOT CUST-ACTIVE
                   MOVE 'MEMBER CLOSED - INQUIRY ONLY'
                                         TO SERRMSGO
                   GO TO 2090-ACTION-EXIT
               END-IF
               PERFORM 2145-CHECK-RESTRICTION
               IF WS-RESTRICTED AND NOT WS-SUPER-OK
                   MOVE 'CONTACT RESTRICTED - SUPERVISOR CONTROL ONLY'
                                         TO SERRMSGO
                   GO TO 2090-ACTION-EXIT
               END-IF
           END-IF

           EVALUATE SACTIONI
               WHEN 'I'
                   PERFORM 3000-INQUIRE-ALTERNATE
                   IF WS-ALT-FOUND
                       MOVE 'ALTERNATE ADDRESS DISPLAYED'
                                         TO SERRMSGO
                   ELSE
                       MOVE 'NO ALTERNATE ADDRESS ON FILE'
                                         TO SERRMSGO
                   END-IF
               WHEN 'A'
                   PERFORM 3100-ADD-ALTERNATE
                       THRU 3190-ADD-EXIT
               WHEN 'C'
                   PERFORM 3200-CHANGE-ALTERNATE
                       THRU 3290-CHANGE-EXIT
               WHEN 'D'
                   PERFORM 3300-DELETE-ALTERNATE
                       THRU 3390-DELETE-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A, C OR D'
                                         TO SERRMSGO
           END-EVALUATE.

       2090-ACTION-EXIT.
           PERFORM 9100-SEND-DATAONLY-MAP.

      *    A restriction is honored only once its effective date has
      *    arrived (zero = always), the same evaluation BANK80A's
      *    2145 makes.
       2145-CHECK-RESTRICTION.
           MOVE 'N'                     TO WS-RESTRICT-SW
           MOVE CA-CUST-ID              TO CUSTRST-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTRST)
               INTO(CUSTRST-RECORD)
               RIDFLD(CUSTRST-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               AND (CUSTRST-EFF-DATE = ZERO
                   OR CUSTRST-EFF-DATE <= WS-DATE-YMD)
               MOVE 'Y'                 TO WS-RESTRICT-SW
           END-IF.

       3000-INQUIRE-ALTERNATE.
           MOVE 'N'                     TO WS-ALT-FOUND-SW
           MOVE CA-CUST-ID              TO ALTADR-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-ALTADR)
               INTO(ALTADR-RECORD)
               RIDFLD(ALTADR-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-ALT-FOUND-SW
               PERFORM 3900-DISPLAY-ALTERNATE
           END-IF.

       3100-ADD-ALTERNATE.
           PERFORM 3500-EDIT-FIELDS
               THRU 3590-EDIT-EXIT
           IF WS-ERROR-FOUND
               GO TO 3190-ADD-EXIT
           END-IF

           PERFORM 3400-MOVE-FIELDS-TO-RECORD

           EXEC CICS WRITE
               FILE(WS-FILE-ALTADR)
               FROM(ALTADR-RECORD)
               RIDFLD(ALTADR-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'ALTERNATE ALREADY ON FILE - USE ACTION C'
                                         TO SERRMSGO
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ALTERNATE NOT ADDED - NOTIFY SUPPORT'
                                         TO SERRMSGO
               ELSE
                   PERFORM 3900-DISPLAY-ALTERNATE
                   MOVE 'ALTERNATE ADDRESS ADDED' TO SERRMSGO
                   MOVE 'A'             TO SECLOG-ACTION
                   MOVE SPACES          TO SECLOG-BEFORE-IMAGE
                   PERFORM 3750-BUILD-LOG-IMAGE
                   MOVE WS-ALT-LOG-IMAGE TO SECLOG-AFTER-IMAGE
                   PERFORM 3700-WRITE-SECURITY-LOG
               END-IF
           END-IF.

       3190-ADD-EXIT.
           EXIT.

       3200-CHANGE-ALTERNATE.
           PERFORM 3500-EDIT-FIELDS
               THRU 3590-EDIT-EXIT
           IF WS-ERROR-FOUND
               GO TO 3290-CHANGE-EXIT
           END-IF

           MOVE CA-CUST-ID              TO ALTADR-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-ALTADR)
               INTO(ALTADR-RECORD)
               RIDFLD(ALTADR-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ALTERNATE ON FILE - USE ACTION A'
                                         TO SERRMSGO
               GO TO 3290-CHANGE-EXIT
           END-IF

           PERFORM 3750-BUILD-LOG-IMAGE
           MOVE WS-ALT-LOG-IMAGE        TO SECLOG-BEFORE-IMAGE
           PERFORM 3400-MOVE-FIELDS-TO-RECORD

           EXEC CICS REWRITE
               FILE(WS-FILE-ALTADR)
               FROM(ALTADR-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALTERNATE NOT CHANGED - NOTIFY SUPPORT'
                                         TO SERRMSGO
           ELSE
               PERFORM 3900-DISPLAY-ALTERNATE
               MOVE 'ALTERNATE ADDRESS CHANGED' TO SERRMSGO
               MOVE 'C'                 TO SECLOG-ACTION
               PERFORM 3750-BUILD-LOG-IMAGE
               MOVE WS-ALT-LOG-IMAGE    TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3290-CHANGE-EXIT.
           EXIT.

      *    Deleting the record ends the alternate at once - mail
      *    reverts to the master address on the next run.  It is
      *    read for update first so the deleted alternate goes on
      *    the security log.
       3300-DELETE-ALTERNATE.
           MOVE CA-CUST-ID              TO ALTADR-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-ALTADR)
               INTO(ALTADR-RECORD)
               RIDFLD(ALTADR-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO ALTERNATE ADDRESS ON FILE FOR THIS MEMBER'
                                         TO SERRMSGO
               GO TO 3390-DELETE-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALTERNATE NOT DELETED - NOTIFY SUPPORT'
                                         TO SERRMSGO
               GO TO 3390-DELETE-EXIT
           END-IF

           PERFORM 3750-BUILD-LOG-IMAGE
           MOVE WS-ALT-LOG-IMAGE        TO SECLOG-BEFORE-IMAGE

           EXEC CICS DELETE
               FILE(WS-FILE-ALTADR)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALTERNATE NOT DELETED - NOTIFY SUPPORT'
                                         TO SERRMSGO
               GO TO 3390-DELETE-EXIT
           END-IF

           MOVE SPACES                  TO SADDR1O SADDR2O SSTATEO
                                           SPSTCDEO SCNTRYO SSTARTO
                                           SENDO SRECURO SSTATO
                                           SENTUSRO SENTDTO
           MOVE 'ALTERNATE DELETED - MAIL REVERTS TO MASTER ADDRESS'
                                         TO SERRMSGO
           MOVE 'D'                     TO SECLOG-ACTION
           MOVE SPACES                  TO SECLOG-AFTER-IMAGE
           PERFORM 3700-WRITE-SECURITY-LOG.

       3390-DELETE-EXIT.
           EXIT.

      *    A change is a corrected or renewed address, so whatever
      *    BKRETML charged to the old one is cleared with it.
       3400-MOVE-FIELDS-TO-RECORD.
           MOVE CA-CUST-ID              TO ALTADR-CUST-ID
           MOVE SADDR1I                 TO ALTADR-ADDR1
           MOVE SADDR2I                 TO ALTADR-ADDR2
           MOVE SSTATEI                 TO ALTADR-STATE
           MOVE SPSTCDEI                TO ALTADR-PSTCDE
           MOVE SCNTRYI                 TO ALTADR-CNTRY
           MOVE WS-START-DATE           TO ALTADR-START-DATE
           MOVE WS-END-DATE             TO ALTADR-END-DATE
           MOVE SRECURI                 TO ALTADR-RECUR-SW
           MOVE 'N'                     TO ALTADR-UNDELIV-SW
           MOVE SPACES                  TO ALTADR-REASON-CODE
           MOVE ZERO                    TO ALTADR-RETURN-DATE
           MOVE CA-USER-ID              TO ALTADR-ENT-USER
           MOVE WS-DATE-YMD             TO ALTADR-ENT-DATE.

      *    An untouched map field arrives as LOW-VALUES - it is
      *    edited and stored as SPACES, not raw, or the postal-mask
      *    walk reads a blank code as seven literal characters.
       3500-EDIT-FIELDS.
           MOVE 'N'                     TO WS-ERROR-SW
           IF SADDR2I = LOW-VALUES
               MOVE SPACES              TO SADDR2I
           END-IF
           IF SPSTCDEI = LOW-VALUES
               MOVE SPACES              TO SPSTCDEI
           END-IF
           IF SRECURI = LOW-VALUES OR SRECURI = SPACE
               MOVE 'N'                 TO SRECURI
           END-IF

           IF SADDR1I = SPACES OR SADDR1I = LOW-VALUES
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'ADDRESS LINE 1 IS REQUIRED' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           PERFORM 3600-VALIDATE-ADDRESS
           IF WS-ERROR-FOUND
               GO TO 3590-EDIT-EXIT
           END-IF

           IF SRECURI NOT = 'Y' AND SRECURI NOT = 'N'
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'YEARLY MUST BE Y OR N' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           IF SSTARTI NOT NUMERIC
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'START DATE MUST BE YYYYMMDD' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF
           MOVE SSTARTI                 TO WS-EDIT-DATE
           PERFORM 3550-EDIT-CALENDAR-DATE
           IF WS-ERROR-FOUND
               MOVE 'START DATE MUST BE YYYYMMDD' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF
           MOVE WS-EDIT-DATE            TO WS-START-DATE

           IF SENDI NOT NUMERIC
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'END DATE MUST BE YYYYMMDD' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF
           MOVE SENDI                   TO WS-EDIT-DATE
           PERFORM 3550-EDIT-CALENDAR-DATE
           IF WS-ERROR-FOUND
               MOVE 'END DATE MUST BE YYYYMMDD' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF
           MOVE WS-EDIT-DATE            TO WS-END-DATE

           IF WS-END-DATE < WS-START-DATE
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'END DATE IS BEFORE START DATE' TO SERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

      *    A one-off alternate already over is no use to anyone.  A
      *    yearly one is the first season's window, so it must fall
      *    short of a full year or it would never end.
           IF SRECURI = 'N'
               IF WS-END-DATE < WS-DATE-YMD
                   MOVE 'Y'             TO WS-ERROR-SW
                   MOVE 'END DATE IS ALREADY PAST' TO SERRMSGO
               END-IF
           ELSE
               IF WS-END-DATE - WS-START-DATE NOT < 10000
                   MOVE 'Y'             TO WS-ERROR-SW
                   MOVE 'YEARLY WINDOW MUST BE SHORTER THAN A YEAR'
                                         TO SERRMSGO
               END-IF
           END-IF.

       3590-EDIT-EXIT.
           EXIT.

       3550-EDIT-CALENDAR-DATE.
           IF WS-EDIT-YYYY < 1900
               OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               MOVE 'Y'                 TO WS-ERROR-SW
           END-IF.

      *    The alternate goes through the same STCYREF edit as a
      *    master address change on BANK80A - the entry must be on
      *    file, active and effective, and the postal code must fit
      *    the effective mask.
       3600-VALIDATE-ADDRESS.
           MOVE SCNTRYI                 TO STCTY-CNTRY-CD
           MOVE SSTATEI                 TO STCTY-STATE-CD

           EXEC CICS READ
               FILE(WS-FILE-STCYREF)
               INTO(STCTY-RECORD)
               RIDFLD(STCTY-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT STCTY-ACTIVE
               OR (STCTY-EFF-DATE > ZERO
                   AND STCTY-EFF-DATE > WS-DATE-YMD)
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'STATE/COUNTRY COMBINATION NOT ON FILE'
                                         TO SERRMSGO
           ELSE
               PERFORM 3605-SET-EFFECTIVE-FORMAT
               PERFORM 3610-VALIDATE-PSTCDE-FORMAT
           END-IF.

       3605-SET-EFFECTIVE-FORMAT.
           IF STCTY-PEND-EFF-DATE > ZERO
               AND STCTY-PEND-EFF-DATE <= WS-DATE-YMD
               AND STCTY-PEND-PSTCDE-FMT NOT = SPACES
               MOVE STCTY-PEND-PSTCDE-FMT TO WS-EFF-PSTCDE-FORMAT
           ELSE
               MOVE STCTY-PSTCDE-FORMAT   TO WS-EFF-PSTCDE-FORMAT
           END-IF.

       3610-VALIDATE-PSTCDE-FORMAT.
           PERFORM 3611-FIND-PSTCDE-FORMAT-LENGTH
           PERFORM 3612-FIND-PSTCDE-SOURCE-LENGTH
           MOVE ZERO                    TO WS-PSTCDE-SRC-IDX

           IF WS-PSTCDE-FMT-LEN > ZERO
               PERFORM 3613-CHECK-PSTCDE-MASK-POSITION
                   VARYING WS-PSTCDE-FMT-IDX FROM 1 BY 1
                   UNTIL WS-PSTCDE-FMT-IDX > WS-PSTCDE-FMT-LEN
                       OR WS-ERROR-FOUND
           END-IF

           IF NOT WS-ERROR-FOUND
               AND WS-PSTCDE-SRC-IDX NOT = WS-PSTCDE-SRC-LEN
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'POSTAL CODE INVALID FOR STATE/COUNTRY'
                                         TO SERRMSGO
           END-IF.

       3611-FIND-PSTCDE-FORMAT-LENGTH.
           MOVE 10                      TO WS-PSTCDE-FMT-IDX
           PERFORM UNTIL WS-PSTCDE-FMT-IDX = ZERO
                   OR WS-EFF-PSTCDE-FORMAT(WS-PSTCDE-FMT-IDX:1) NOT
                      = SPACE
               SUBTRACT 1                FROM WS-PSTCDE-FMT-IDX
           END-PERFORM
           MOVE WS-PSTCDE-FMT-IDX        TO WS-PSTCDE-FMT-LEN.

       3612-FIND-PSTCDE-SOURCE-LENGTH.
           MOVE 7                       TO WS-PSTCDE-SRC-IDX
           PERFORM UNTIL WS-PSTCDE-SRC-IDX = ZERO
                   OR SPSTCDEI(WS-PSTCDE-SRC-IDX:1) NOT = SPACE
               SUBTRACT 1                FROM WS-PSTCDE-SRC-IDX
           END-PERFORM
           MOVE WS-PSTCDE-SRC-IDX        TO WS-PSTCDE-SRC-LEN.

       3613-CHECK-PSTCDE-MASK-POSITION.
           MOVE WS-EFF-PSTCDE-FORMAT(WS-PSTCDE-FMT-IDX:1)
                                         TO WS-PSTCDE-FMT-CHAR
           IF WS-PSTCDE-FMT-CHAR = '9' OR WS-PSTCDE-FMT-CHAR = 'A'
               ADD 1                     TO WS-PSTCDE-SRC-IDX
               IF WS-PSTCDE-SRC-IDX > WS-PSTCDE-SRC-LEN
                   MOVE 'Y'              TO WS-ERROR-SW
                   MOVE 'POSTAL CODE INVALID FOR STATE/COUNTRY'
                                          TO SERRMSGO
               ELSE
                   IF WS-PSTCDE-FMT-CHAR = '9'
                       IF SPSTCDEI(WS-PSTCDE-SRC-IDX:1) NOT NUMERIC
                           MOVE 'Y'       TO WS-ERROR-SW
                           MOVE 'POSTAL CODE INVALID FOR STATE/COUNTRY'
                                          TO SERRMSGO
                       END-IF
                   ELSE
                       IF NOT SPSTCDEI(WS-PSTCDE-SRC-IDX:1) ALPHABETIC
                           MOVE 'Y'       TO WS-ERROR-SW
                           MOVE 'POSTAL CODE INVALID FOR STATE/COUNTRY'
                                          TO SERRMSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Every add, change and delete leaves a before/after image
      *    of the alternate on the security log, the way BANK87A
      *    logs a restriction.  The caller has set the action and
      *    both images.
       3700-WRITE-SECURITY-LOG.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'ALTADR'                TO SECLOG-FILE-ID
           MOVE CA-CUST-ID              TO SECLOG-REC-KEY
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
                                         TO SERRMSGO
           END-IF.

       3750-BUILD-LOG-IMAGE.
           MOVE ALTADR-ADDR1            TO WS-ALT-LOG-ADDR1
           MOVE ALTADR-ADDR2            TO WS-ALT-LOG-ADDR2
           MOVE ALTADR-STATE            TO WS-ALT-LOG-STATE
           MOVE ALTADR-PSTCDE           TO WS-ALT-LOG-PSTCDE
           MOVE ALTADR-CNTRY            TO WS-ALT-LOG-CNTRY
           MOVE ALTADR-START-DATE       TO WS-ALT-LOG-START
           MOVE ALTADR-END-DATE         TO WS-ALT-LOG-END
           MOVE ALTADR-RECUR-SW         TO WS-ALT-LOG-RECUR
           MOVE ALTADR-UNDELIV-SW       TO WS-ALT-LOG-UNDELIV
           MOVE ALTADR-REASON-CODE      TO WS-ALT-LOG-REASON.

      *    In force today: a one-off alternate between its start and
      *    end dates; a recurring one from its first start date on,
      *    whenever the month/day falls inside its yearly window - a
      *    window that ends before it starts runs across the year
      *    end.  BANK80A, BKSTMSEL, BKMLEXT and BKRETML make the
      *    same evaluation against their own date.
       3800-CHECK-IN-FORCE.
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

       3900-DISPLAY-ALTERNATE.
           MOVE ALTADR-ADDR1            TO SADDR1O
           MOVE ALTADR-ADDR2            TO SADDR2O
           MOVE ALTADR-STATE            TO SSTATEO
           MOVE ALTADR-PSTCDE           TO SPSTCDEO
           MOVE ALTADR-CNTRY            TO SCNTRYO
           MOVE ALTADR-START-DATE       TO SSTARTO
           MOVE ALTADR-END-DATE         TO SENDO
           MOVE ALTADR-RECUR-SW         TO SRECURO
           MOVE ALTADR-ENT-USER         TO SENTUSRO
           MOVE ALTADR-ENT-DATE         TO SENTDTO
           PERFORM 3800-CHECK-IN-FORCE
           EVALUATE TRUE
               WHEN ALTADR-UNDELIVERABLE
                   MOVE 'RETURNED UNDELIVERABLE'
                                         TO SSTATO
               WHEN WS-ALT-IN-FORCE
                   MOVE 'IN FORCE TODAY' TO SSTATO
               WHEN OTHER
                   MOVE 'NOT IN FORCE TODAY'
                                         TO SSTATO
           END-EVALUATE.

      *    Hand the terminal back to BANK80A still painted with our
      *    map - it must redisplay from scratch, the same handshake
      *    BANK85A's PF3 uses.
       8200-RETURN-TO-BANK80.
           MOVE 'Y'                     TO CA-FIRST-TIME-SW
           EXEC CICS RETURN
               TRANSID(WS-TRANID-BANK)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       9000-SEND-INITIAL-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK89AO)
               ERASE
               CURSOR
           END-EXEC.

       9100-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK89AO)
               DATAONLY
               CURSOR
           END-EXEC.

       9900-RETURN-TRANS.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
