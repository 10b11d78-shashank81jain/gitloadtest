       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANK90A.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BANK90A - Member Inquiry (Read Only)                          *
      *  Pseudo-conversational CICS transaction behind the BANK90A     *
      *  map (mapset MBANK90).  Entered from the BANK82A selection     *
      *  screen (I in the selection column, or PF4 on a keyed member   *
      *  number) for the member in CA-CUST-ID.  Answers the call-      *
      *  center question "what do you have on file for me?" on one     *
      *  screen without any update authority: the CUSTMST record       *
      *  with its status, close date and e-mail bounce flag, the       *
      *  CUSTPRF elections and statement cycle, any CUSTFLG            *
      *  undeliverable flag, any effective CUSTRST restriction, the    *
      *  open EMLSUSP items, the held or future-dated PENDCHG          *
      *  changes and the date of the last ADRHST change.  Nothing is   *
      *  ever read for update except the signing-on USRSEC record.     *
      *  The details show only after a good sign-on (id and            *
      *  password) by any active user type - teller, supervisor or     *
      *  the inquiry-only type that BANK80A and the maintenance        *
      *  screens refuse.  ENTER re-verifies and refreshes, PF5 pages   *
      *  the member's change history on BANK85A (which returns here),  *
      *  PF3 returns to BANK82A.                                       *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.  At most three open
      *                   suspense items and three pending changes
      *                   are listed, oldest first; the section
      *                   header always carries the full count.
      *  BANK-APPL-DEV  - A member closed by a merge on BANK91A shows
      *                   the member number it was merged into under its
      *                   status.
      *  BANK-APPL-DEV  - The merged-into member number moves onto the
      *                   STATUS line, so the detail area stays within
      *                   the map's sixteen lines.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-TRANID               PIC X(4)  VALUE 'BK90'.
           05  WS-TRANID-SELECT        PIC X(4)  VALUE 'BK82'.
           05  WS-TRANID-HISTORY       PIC X(4)  VALUE 'BK85'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK90'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK90A'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-CUSTPRF         PIC X(8)  VALUE 'CUSTPRF'.
           05  WS-FILE-CUSTFLG         PIC X(8)  VALUE 'CUSTFLG'.
           05  WS-FILE-CUSTRST         PIC X(8)  VALUE 'CUSTRST'.
           05  WS-FILE-EMLSUSP         PIC X(8)  VALUE 'EMLSUSP'.
           05  WS-FILE-PENDCHG         PIC X(8)  VALUE 'PENDCHG'.
           05  WS-FILE-ADRHST          PIC X(8)  VALUE 'ADRHST'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.
           05  WS-CYCLE-COUNT          PIC 9(2)  VALUE 4.
           05  WS-MAX-ITEMS            PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-ABSTIME              PIC S9(15) COMP.
           05  WS-DATE-OUT             PIC X(10).
           05  WS-DATE-YMD             PIC 9(8).
           05  WS-TIME-OUT             PIC X(8).
           05  WS-AUTH-OK-SW           PIC X     VALUE 'N'.
               88  WS-AUTH-OK                    VALUE 'Y'.
           05  WS-AUTH-MSG             PIC X(75).
           05  WS-AUTH-DATE-YMD        PIC 9(8).
           05  WS-MEMBER-FOUND-SW      PIC X     VALUE 'N'.
               88  WS-MEMBER-FOUND               VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X     VALUE 'N'.
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-LINE-COUNT           PIC 9(2)  VALUE ZERO.
           05  WS-ITEM-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-ITEM-IDX             PIC 9(2)  VALUE ZERO.
           05  WS-HIST-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-MEMBER-CYCLE         PIC 9(2)  VALUE ZERO.
           05  WS-CYCLE-QUOT           PIC 9(9)  VALUE ZERO.
           05  WS-CYCLE-REM            PIC 9(2)  VALUE ZERO.
           05  WS-STATUS-TEXT          PIC X(14).
           05  WS-YES-NO-TEXT          PIC X(3).
           05  WS-REASON-TEXT          PIC X(14).
           05  WS-CYCLE-TEXT           PIC X(10).

      *    The newest ADRHST entry seen on the forward browse.
       01  WS-LAST-CHANGE.
           05  WS-LAST-CHG-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-LAST-CHG-TIME        PIC X(8)  VALUE SPACES.
           05  WS-LAST-CHG-USER        PIC X(5)  VALUE SPACES.
           05  WS-LAST-CHG-TRAN        PIC X(4)  VALUE SPACES.

      *    One display line of the inquiry, and the item lines of a
      *    suspense or pending-change section held back until the
      *    browse has counted the whole section for its header.
       01  WS-DTL-LINE                 PIC X(75).

       01  WS-ITEM-TABLE.
           05  WS-ITEM-LINE            OCCURS 3 TIMES
                                       PIC X(75).

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

       01  MAPAREA                     PIC X(1687).
           COPY MBANK90.

           COPY MCUSTMST.

           COPY MCUSTPRF.

           COPY MCUSTFLG.

           COPY MCUSTRST.

           COPY MEMLSUSP.

           COPY MPENDCHG.

           COPY MADRHST.

           COPY MUSRSEC.

           COPY MSECLOG.

       LINKAGE SECTION.
           COPY MBANKCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-FIRST-TIME-IN
           ELSE
      *        Set by BANK82A's selection hand-off and by BANK85A's
      *        PF3 return - the terminal is still painted with the
      *        other transaction's map, so paint the sign-on prompt
      *        from scratch for the member in CA-CUST-ID.
               IF CA-FIRST-TIME
                   MOVE 'N'             TO CA-FIRST-TIME-SW
                   PERFORM 1000-SHOW-SIGNON-SCREEN
                   PERFORM 9900-RETURN-TRANS
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 8200-RETURN-TO-SELECT
                       WHEN DFHPF5
                           PERFORM 2500-PROCESS-HISTORY
                               THRU 2590-HISTORY-EXIT
                           PERFORM 9900-RETURN-TRANS
                       WHEN DFHENTER
                           PERFORM 2000-PROCESS-INQUIRY
                               THRU 2090-INQUIRY-EXIT
                           PERFORM 9900-RETURN-TRANS
                       WHEN OTHER
                           PERFORM 1000-SHOW-SIGNON-SCREEN
                           PERFORM 9900-RETURN-TRANS
                   END-EVALUATE
               END-IF
           END-IF.

      *    A raw BK90 entry has no member in hand - send the user
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

      *    The member number and name only - nothing else on file
      *    shows until the user has signed on.
       1000-SHOW-SIGNON-SCREEN.
           MOVE SPACES                  TO BANK90AO
           PERFORM 1200-BUILD-HEADER
           PERFORM 1100-LOAD-MEMBER
           MOVE 'KEY USER ID AND PASSWORD, PRESS ENTER TO VIEW MEMBER'
                                         TO QERRMSGO
           PERFORM 9000-SEND-INITIAL-MAP.

       1100-LOAD-MEMBER.
           MOVE 'N'                     TO WS-MEMBER-FOUND-SW
           MOVE CA-CUST-ID              TO QCUSTIDO
           MOVE CA-CUST-ID              TO CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTMST)
               INTO(CUSTMST-RECORD)
               RIDFLD(CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-MEMBER-FOUND-SW
               MOVE CUST-NAME           TO QNAMEO
           ELSE
               MOVE 'MEMBER NOT ON FILE' TO QNAMEO
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
           MOVE WS-DATE-OUT             TO QDATEO
           MOVE WS-TIME-OUT             TO QTIMEO
           MOVE 'BANK90'                TO QSCRNO
           MOVE WS-TRANID               TO QTRANO
           MOVE WS-TRANID               TO CA-TRAN-ID
           MOVE 'BANK90'                TO CA-SCRN-ID
           MOVE 'MEMBER INQUIRY'        TO QHEAD1O
           MOVE 'MEMBER DETAIL - READ ONLY' TO QHEAD2O
           MOVE CA-USER-ID              TO QUSERIDO
           MOVE CA-USER-NAME            TO QUSERNMO
           MOVE DFHBMPROT               TO QUSERNMP.

      *    Real sign-on, the same verification BANK80A's 1160 makes:
      *    id and password against USRSEC under UPDATE, maintaining
      *    the failure count, the lockout switch and the last
      *    sign-on stamp on the record.  Every active user type may
      *    sign on here - this screen changes nothing.
       1300-AUTHENTICATE-USER.
           MOVE 'N'                     TO WS-AUTH-OK-SW
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

           IF QPSWDI NOT = USRSEC-PASSWORD
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

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-AUTH-OK-SW
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

      *    ENTER - verify the keyed id and password, then paint the
      *    whole member picture.  The password is never echoed back;
      *    every ENTER or PF5 needs it keyed again, the same per-
      *    action sign-on BANK80A asks for on every update.
       2000-PROCESS-INQUIRY.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               INTO(BANK90AI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               PERFORM 1000-SHOW-SIGNON-SCREEN
               GO TO 2090-INQUIRY-EXIT
           END-IF

           MOVE QUSERIDI                TO CA-USER-ID
           PERFORM 1300-AUTHENTICATE-USER
               THRU 1390-AUTH-EXIT

           MOVE SPACES                  TO BANK90AO
           PERFORM 1200-BUILD-HEADER
           PERFORM 1100-LOAD-MEMBER

           IF NOT WS-AUTH-OK
               MOVE WS-AUTH-MSG         TO QERRMSGO
               PERFORM 9000-SEND-INITIAL-MAP
               GO TO 2090-INQUIRY-EXIT
           END-IF

           IF NOT WS-MEMBER-FOUND
               MOVE 'MEMBER NOT ON FILE' TO QERRMSGO
               PERFORM 9000-SEND-INITIAL-MAP
               GO TO 2090-INQUIRY-EXIT
           END-IF

           PERFORM 3000-BUILD-MEMBER-DETAIL
           MOVE 'KEY PASSWORD - ENTER REFRESH, PF5 HISTORY, PF3 RETURN'
                                         TO QERRMSGO
           PERFORM 9000-SEND-INITIAL-MAP.

       2090-INQUIRY-EXIT.
           EXIT.

      *    PF5 - the member's change history on BANK85A, after the
      *    same sign-on check.  CA-TRAN-ID left as BK90 is what
      *    sends BANK85A's PF3 back here instead of to BANK80A.
       2500-PROCESS-HISTORY.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               INTO(BANK90AI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               PERFORM 1000-SHOW-SIGNON-SCREEN
               GO TO 2590-HISTORY-EXIT
           END-IF

           MOVE QUSERIDI                TO CA-USER-ID
           PERFORM 1300-AUTHENTICATE-USER
               THRU 1390-AUTH-EXIT

           IF NOT WS-AUTH-OK
               MOVE SPACES              TO BANK90AO
               PERFORM 1200-BUILD-HEADER
               PERFORM 1100-LOAD-MEMBER
               MOVE WS-AUTH-MSG         TO QERRMSGO
               PERFORM 9000-SEND-INITIAL-MAP
               GO TO 2590-HISTORY-EXIT
           END-IF

           MOVE WS-TRANID               TO CA-TRAN-ID
           MOVE 'Y'                     TO CA-FIRST-TIME-SW
           EXEC CICS RETURN
               TRANSID(WS-TRANID-HISTORY)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       2590-HISTORY-EXIT.
           EXIT.

      *    The member picture, one section per file, top to bottom.
      *    CUSTMST-RECORD is still in hand from 1100-LOAD-MEMBER.
      *    Sections with nothing on file still show a NONE line, so
      *    an empty section is never mistaken for a missed read.
       3000-BUILD-MEMBER-DETAIL.
           MOVE ZERO                    TO WS-LINE-COUNT
           PERFORM 3100-FORMAT-MASTER
           PERFORM 3200-FORMAT-PREFERENCES
           PERFORM 3300-FORMAT-UNDELIVERABLE
           PERFORM 3400-FORMAT-RESTRICTION
           PERFORM 3500-FORMAT-LAST-CHANGE
           PERFORM 3600-FORMAT-SUSPENSE
           PERFORM 3700-FORMAT-PENDING.

       3100-FORMAT-MASTER.
           MOVE SPACES                  TO WS-DTL-LINE
           STRING 'ADDRESS   ' CUST-ADDR1
               ' ' CUST-ADDR2
               DELIMITED BY SIZE INTO WS-DTL-LINE
           PERFORM 3900-ADD-DETAIL-LINE

           MOVE SPACES                  TO WS-DTL-LINE
           STRING '          ' CUST-STATE
               ' ' CUST-PSTCDE
               ' ' CUST-CNTRY
               DELIMITED BY SIZE INTO WS-DTL-LINE
           PERFORM 3900-ADD-DETAIL-LINE

           IF CUST-EMAIL-BAD
               MOVE 'YES'               TO WS-YES-NO-TEXT
           ELSE
               MOVE 'NO'                TO WS-YES-NO-TEXT
           END-IF
           MOVE SPACES                  TO WS-DTL-LINE
           STRING 'E-MAIL    ' CUST-EMAIL
               '  BOUNCED ' WS-YES-NO-TEXT
               DELIMITED BY SIZE INTO WS-DTL-LINE
           PERFORM 3900-ADD-DETAIL-LINE

           EVALUATE TRUE
               WHEN CUST-CLOSED
                   MOVE 'CLOSED'        TO WS-STATUS-TEXT
               WHEN CUST-PURGE-PENDING
                   MOVE 'PURGE PENDING' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE'        TO WS-STATUS-TEXT
           END-EVALUATE
      *    A member closed by a merge shows the member it went into
      *    in place of the last-update stamp - the merge closed it,
      *    so the close date and the user stand for that stamp.
           MOVE SPACES                  TO WS-DTL-LINE
           EVALUATE TRUE
               WHEN CUST-MERGED-TO-ID IS NUMERIC
                   AND CUST-MERGED-TO-ID > ZERO
                   STRING 'STATUS    MERGED INTO ' CUST-MERGED-TO-ID
                       '  CLOSED ' CUST-CLOSE-DATE
                       ' BY ' CUST-LAST-UPD-USER
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               WHEN CUST-CLOSE-DATE = ZERO
                   STRING 'STATUS    ' WS-STATUS-TEXT
                       '  LAST UPDATE ' CUST-LAST-UPD-DATE
                       ' BY ' CUST-LAST-UPD-USER
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               WHEN OTHER
                   STRING 'STATUS    ' WS-STATUS-TEXT
                       '  CLOSED ' CUST-CLOSE-DATE
                       '  LAST UPDATE ' CUST-LAST-UPD-DATE
                       ' BY ' CUST-LAST-UPD-USER
                       DELIMITED BY SIZE INTO WS-DTL-LINE
           END-EVALUATE
           PERFORM 3900-ADD-DETAIL-LINE.

      *    A member with no preference record takes BANK80A's
      *    defaults (no paperless, no marketing) and the statement
      *    cycle BKSTMSEL derives from the member number, as does a
      *    record whose cycle code is blank or out of range.
       3200-FORMAT-PREFERENCES.
           MOVE CA-CUST-ID              TO CUSTPRF-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTPRF)
               INTO(CUSTPRF-RECORD)
               RIDFLD(CUSTPRF-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           MOVE ZERO                    TO WS-MEMBER-CYCLE
           IF WS-RESP = DFHRESP(NORMAL)
               IF CUSTPRF-CYCLE-CD IS NUMERIC
                   MOVE CUSTPRF-CYCLE-CD TO WS-MEMBER-CYCLE
               END-IF
           ELSE
               MOVE 'N'                 TO CUSTPRF-PAPERLESS-SW
               MOVE 'N'                 TO CUSTPRF-MKTG-OPTIN-SW
           END-IF

           MOVE SPACES                  TO WS-CYCLE-TEXT
           IF WS-MEMBER-CYCLE = ZERO
               OR WS-MEMBER-CYCLE > WS-CYCLE-COUNT
               DIVIDE CUST-ID BY WS-CYCLE-COUNT
                   GIVING WS-CYCLE-QUOT
                   REMAINDER WS-CYCLE-REM
               COMPUTE WS-MEMBER-CYCLE = WS-CYCLE-REM + 1
               MOVE '(DERIVED)'         TO WS-CYCLE-TEXT
           END-IF

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-RESP = DFHRESP(NORMAL)
               STRING 'ELECTIONS PAPERLESS ' CUSTPRF-PAPERLESS-SW
                   '  MARKETING ' CUSTPRF-MKTG-OPTIN-SW
                   '  STATEMENT CYCLE ' WS-MEMBER-CYCLE
                   ' ' WS-CYCLE-TEXT
                   DELIMITED BY SIZE INTO WS-DTL-LINE
           ELSE
               STRING 'ELECTIONS PAPERLESS ' CUSTPRF-PAPERLESS-SW
                   '  MARKETING ' CUSTPRF-MKTG-OPTIN-SW
                   '  STATEMENT CYCLE ' WS-MEMBER-CYCLE
                   ' ' WS-CYCLE-TEXT
                   ' NO PREF RECORD'
                   DELIMITED BY SIZE INTO WS-DTL-LINE
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE.

       3300-FORMAT-UNDELIVERABLE.
           MOVE CA-CUST-ID              TO CUSTFLG-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTFLG)
               INTO(CUSTFLG-RECORD)
               RIDFLD(CUSTFLG-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-RESP = DFHRESP(NORMAL)
               AND CUSTFLG-UNDELIVERABLE
               STRING 'UNDELIV   MAIL RETURNED - REASON '
                   CUSTFLG-REASON-CODE
                   '  RETURN DATE ' CUSTFLG-RETURN-DATE
                   DELIMITED BY SIZE INTO WS-DTL-LINE
           ELSE
               MOVE 'UNDELIV   NONE'    TO WS-DTL-LINE
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE.

      *    Only a restriction whose effective date has arrived (zero
      *    = always) stops contact; one dated ahead is shown as
      *    scheduled so the agent can say what is coming.
       3400-FORMAT-RESTRICTION.
           MOVE CA-CUST-ID              TO CUSTRST-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTRST)
               INTO(CUSTRST-RECORD)
               RIDFLD(CUSTRST-CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESTRICT  NONE'    TO WS-DTL-LINE
           ELSE
               EVALUATE TRUE
                   WHEN CUSTRST-DECEASED
                       MOVE 'DECEASED'  TO WS-REASON-TEXT
                   WHEN CUSTRST-LEGAL-HOLD
                       MOVE 'LEGAL HOLD' TO WS-REASON-TEXT
                   WHEN CUSTRST-DO-NOT-MAIL
                       MOVE 'DO NOT MAIL' TO WS-REASON-TEXT
                   WHEN CUSTRST-BRANCH-PICKUP
                       MOVE 'BRANCH PICKUP' TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE 'OTHER'     TO WS-REASON-TEXT
               END-EVALUATE
               IF CUSTRST-EFF-DATE = ZERO
                   OR CUSTRST-EFF-DATE <= WS-DATE-YMD
                   STRING 'RESTRICT  ' CUSTRST-REASON-CODE
                       ' ' WS-REASON-TEXT
                       ' EFFECTIVE ' CUSTRST-EFF-DATE
                       '  ENTERED ' CUSTRST-ENT-DATE
                       ' BY ' CUSTRST-ENT-USER
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               ELSE
                   STRING 'RESTRICT  NONE IN EFFECT - '
                       CUSTRST-REASON-CODE
                       ' ' WS-REASON-TEXT
                       ' SCHEDULED FROM ' CUSTRST-EFF-DATE
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               END-IF
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE.

      *    Walk the member's history forward and keep the last
      *    entry - a member's history is short, and a forward browse
      *    needs none of the repositioning BANK85A's backward paging
      *    does.  ADRHST is loaded nightly, so today's changes show
      *    on the master's last-update stamp, not here, until then.
       3500-FORMAT-LAST-CHANGE.
           MOVE ZERO                    TO WS-HIST-COUNT
           MOVE ZERO                    TO WS-LAST-CHG-DATE
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE CA-CUST-ID              TO ADRHST-CUST-ID
           MOVE ZERO                    TO ADRHST-DATE
           MOVE LOW-VALUES              TO ADRHST-TIME
           MOVE ZERO                    TO ADRHST-SEQ

           EXEC CICS STARTBR
               FILE(WS-FILE-ADRHST)
               RIDFLD(ADRHST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3510-READ-HISTORY-ENTRY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-ADRHST)
               END-EXEC
           END-IF

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-HIST-COUNT = ZERO
               MOVE 'LAST CHG  NO CHANGE HISTORY ON FILE'
                                         TO WS-DTL-LINE
           ELSE
               STRING 'LAST CHG  ' WS-LAST-CHG-DATE
                   ' ' WS-LAST-CHG-TIME
                   ' BY ' WS-LAST-CHG-USER
                   ' TRAN ' WS-LAST-CHG-TRAN
                   '  CHANGES ON FILE ' WS-HIST-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-LINE
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE.

       3510-READ-HISTORY-ENTRY.
           EXEC CICS READNEXT
               FILE(WS-FILE-ADRHST)
               INTO(ADRHST-RECORD)
               RIDFLD(ADRHST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR ADRHST-CUST-ID NOT = CA-CUST-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               ADD 1                    TO WS-HIST-COUNT
               MOVE ADRHST-DATE         TO WS-LAST-CHG-DATE
               MOVE ADRHST-TIME         TO WS-LAST-CHG-TIME
               MOVE ADRHST-USER-ID      TO WS-LAST-CHG-USER
               MOVE ADRHST-TRAN-ID      TO WS-LAST-CHG-TRAN
           END-IF.

      *    Open rejected e-mails still waiting on the BANK81A work
      *    queue - worked and abandoned items are history, not
      *    something on file for the member.
       3600-FORMAT-SUSPENSE.
           MOVE ZERO                    TO WS-ITEM-COUNT
           MOVE SPACES                  TO WS-ITEM-TABLE
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE CA-CUST-ID              TO EMLSUSP-CUST-ID
           MOVE ZERO                    TO EMLSUSP-DATE
           MOVE LOW-VALUES              TO EMLSUSP-TIME

           EXEC CICS STARTBR
               FILE(WS-FILE-EMLSUSP)
               RIDFLD(EMLSUSP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3610-READ-SUSPENSE-ITEM
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-EMLSUSP)
               END-EXEC
           END-IF

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-ITEM-COUNT = ZERO
               MOVE 'E-MAIL SUSPENSE  NONE OPEN' TO WS-DTL-LINE
           ELSE
               IF WS-ITEM-COUNT > WS-MAX-ITEMS
                   STRING 'E-MAIL SUSPENSE  ' WS-ITEM-COUNT
                       ' OPEN - OLDEST ' WS-MAX-ITEMS ' SHOWN'
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               ELSE
                   STRING 'E-MAIL SUSPENSE  ' WS-ITEM-COUNT
                       ' OPEN'
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               END-IF
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE
           PERFORM 3800-ADD-ITEM-LINE
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-MAX-ITEMS
                   OR WS-ITEM-IDX > WS-ITEM-COUNT.

       3610-READ-SUSPENSE-ITEM.
           EXEC CICS READNEXT
               FILE(WS-FILE-EMLSUSP)
               INTO(EMLSUSP-RECORD)
               RIDFLD(EMLSUSP-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EMLSUSP-CUST-ID NOT = CA-CUST-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF EMLSUSP-OPEN
                   ADD 1                TO WS-ITEM-COUNT
                   IF WS-ITEM-COUNT NOT > WS-MAX-ITEMS
                       MOVE SPACES      TO WS-DTL-LINE
                       STRING '  ' EMLSUSP-DATE
                           ' ' EMLSUSP-TIME
                           ' BY ' EMLSUSP-USER-ID
                           ' ' EMLSUSP-TRAN-ID
                           '  ' EMLSUSP-REJECTED-EMAIL
                           DELIMITED BY SIZE INTO WS-DTL-LINE
                       MOVE WS-DTL-LINE
                         TO WS-ITEM-LINE(WS-ITEM-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Held changes waiting on BANK83A and future-dated changes
      *    waiting on BKPNDAPL.  Applied, rejected, cancelled and
      *    expired entries are the disposition trail, not pending.
       3700-FORMAT-PENDING.
           MOVE ZERO                    TO WS-ITEM-COUNT
           MOVE SPACES                  TO WS-ITEM-TABLE
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE CA-CUST-ID              TO PENDCHG-CUST-ID
           MOVE ZERO                    TO PENDCHG-DATE
           MOVE LOW-VALUES              TO PENDCHG-TIME

           EXEC CICS STARTBR
               FILE(WS-FILE-PENDCHG)
               RIDFLD(PENDCHG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3710-READ-PENDING-ITEM
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-PENDCHG)
               END-EXEC
           END-IF

           MOVE SPACES                  TO WS-DTL-LINE
           IF WS-ITEM-COUNT = ZERO
               MOVE 'PENDING CHANGES  NONE HELD OR FUTURE-DATED'
                                         TO WS-DTL-LINE
           ELSE
               IF WS-ITEM-COUNT > WS-MAX-ITEMS
                   STRING 'PENDING CHANGES  ' WS-ITEM-COUNT
                       ' HELD/FUTURE - OLDEST ' WS-MAX-ITEMS ' SHOWN'
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               ELSE
                   STRING 'PENDING CHANGES  ' WS-ITEM-COUNT
                       ' HELD/FUTURE'
                       DELIMITED BY SIZE INTO WS-DTL-LINE
               END-IF
           END-IF
           PERFORM 3900-ADD-DETAIL-LINE
           PERFORM 3800-ADD-ITEM-LINE
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-MAX-ITEMS
                   OR WS-ITEM-IDX > WS-ITEM-COUNT.

       3710-READ-PENDING-ITEM.
           EXEC CICS READNEXT
               FILE(WS-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(PENDCHG-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR PENDCHG-CUST-ID NOT = CA-CUST-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF PENDCHG-HELD OR PENDCHG-FUTURE
                   ADD 1                TO WS-ITEM-COUNT
                   IF WS-ITEM-COUNT NOT > WS-MAX-ITEMS
                       PERFORM 3720-FORMAT-PENDING-ITEM
                   END-IF
               END-IF
           END-IF.

       3720-FORMAT-PENDING-ITEM.
           IF PENDCHG-HELD
               MOVE 'HELD'              TO WS-STATUS-TEXT
           ELSE
               MOVE 'FUTURE'            TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES                  TO WS-DTL-LINE
           STRING '  ' WS-STATUS-TEXT(1:6)
               ' ' PENDCHG-DATE
               ' BY ' PENDCHG-ENT-USER
               ' RISK ' PENDCHG-RISK-SW
               ' EFF ' PENDCHG-EFF-DATE
               ' ' PENDCHG-NEW-ADDR1
               DELIMITED BY SIZE INTO WS-DTL-LINE
           MOVE WS-DTL-LINE             TO WS-ITEM-LINE(WS-ITEM-COUNT).

       3800-ADD-ITEM-LINE.
           MOVE WS-ITEM-LINE(WS-ITEM-IDX) TO WS-DTL-LINE
           PERFORM 3900-ADD-DETAIL-LINE.

      *    Eight fixed lines (a merged member's pointer rides on the
      *    STATUS line) plus two sections of a header and up to three
      *    items each - sixteen at most, the map's full depth.
       3900-ADD-DETAIL-LINE.
           ADD 1                        TO WS-LINE-COUNT
           EVALUATE WS-LINE-COUNT
               WHEN 1  MOVE WS-DTL-LINE TO QLIN01O
               WHEN 2  MOVE WS-DTL-LINE TO QLIN02O
               WHEN 3  MOVE WS-DTL-LINE TO QLIN03O
               WHEN 4  MOVE WS-DTL-LINE TO QLIN04O
               WHEN 5  MOVE WS-DTL-LINE TO QLIN05O
               WHEN 6  MOVE WS-DTL-LINE TO QLIN06O
               WHEN 7  MOVE WS-DTL-LINE TO QLIN07O
               WHEN 8  MOVE WS-DTL-LINE TO QLIN08O
               WHEN 9  MOVE WS-DTL-LINE TO QLIN09O
               WHEN 10 MOVE WS-DTL-LINE TO QLIN10O
               WHEN 11 MOVE WS-DTL-LINE TO QLIN11O
               WHEN 12 MOVE WS-DTL-LINE TO QLIN12O
               WHEN 13 MOVE WS-DTL-LINE TO QLIN13O
               WHEN 14 MOVE WS-DTL-LINE TO QLIN14O
               WHEN 15 MOVE WS-DTL-LINE TO QLIN15O
               WHEN 16 MOVE WS-DTL-LINE TO QLIN16O
           END-EVALUATE.

      *    Tell BANK82A's 0000-MAINLINE this RETURN hands back a
      *    terminal still painted with our map - it must redisplay
      *    from scratch, the same handshake BANK80A's PF3 uses.
       8200-RETURN-TO-SELECT.
           MOVE 'Y'                     TO CA-FIRST-TIME-SW
           EXEC CICS RETURN
               TRANSID(WS-TRANID-SELECT)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       9000-SEND-INITIAL-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK90AO)
               ERASE
               CURSOR
           END-EXEC.

       9900-RETURN-TRANS.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
