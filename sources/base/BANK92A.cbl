       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANK92A.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BANK92A - Branch Reference File Maintenance                   *
      *  Pseudo-conversational CICS transaction behind the BANK92A     *
      *  map (mapset MBANK92).  Online add/change/deactivate for the   *
      *  BRNREF branch reference file, which maps postal-code ranges   *
      *  in a country to a home branch for BKSTMSEL's branch-pickup    *
      *  statement bundles and validates BANK87A's home-branch         *
      *  override.  An entry is keyed by country and the top of its    *
      *  range; a change may move the bottom of the range, the branch  *
      *  and the effective date but not the key.  No range may         *
      *  overlap another in the same country, active or not, so the    *
      *  lookup never has two answers.  Every action is written to     *
      *  the security log, and all are supervisor-only per             *
      *  USRSEC-USER-TYPE, verified with the supervisor's password.    *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.  Actions: I inquire,
      *                   A add, C change, D deactivate.  Deactivate
      *                   only flips BRNREF-ACTIVE-SW - reference
      *                   entries are never deleted.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-TRANID               PIC X(4)  VALUE 'BK92'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK92'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK92A'.
           05  WS-FILE-BRNREF          PIC X(8)  VALUE 'BRNREF'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.

       01  WS-WORK-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-ABSTIME              PIC S9(15) COMP.
           05  WS-DATE-OUT             PIC X(10).
           05  WS-TIME-OUT             PIC X(8).
           05  WS-SUPER-OK-SW          PIC X     VALUE 'N'.
               88  WS-SUPER-OK                   VALUE 'Y'.
           05  WS-AUTH-OK-SW           PIC X     VALUE 'N'.
               88  WS-AUTH-OK                    VALUE 'Y'.
           05  WS-AUTH-MSG             PIC X(75).
           05  WS-AUTH-DATE-YMD        PIC 9(8).
           05  WS-EDIT-OK-SW           PIC X     VALUE 'N'.
               88  WS-EDIT-OK                    VALUE 'Y'.
           05  WS-EFF-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-BROWSE-DONE-SW       PIC X     VALUE 'N'.
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-OVERLAP-SW           PIC X     VALUE 'N'.
               88  WS-OVERLAP                    VALUE 'Y'.

      *    The keyed range, with any untouched (LOW-VALUES) positions
      *    made spaces so it compares the way BKSTMSEL compares a
      *    member's postal code against it.
       01  WS-RANGE-FIELDS.
           05  WS-RANGE-KEY.
               10  WS-RANGE-CNTRY      PIC X(6).
               10  WS-RANGE-HIGH       PIC X(7).
           05  WS-RANGE-LOW            PIC X(7).
           05  WS-BROWSE-KEY.
               10  WS-BROWSE-CNTRY     PIC X(6).
               10  WS-BROWSE-PSTCDE    PIC X(7).

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

       01  MAPAREA                     PIC X(437).
           COPY MBANK92.

           COPY MBRNREF.

           COPY MUSRSEC.

           COPY MSECLOG.

       LINKAGE SECTION.
           COPY MBANKCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-FIRST-TIME-IN
           ELSE
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       PERFORM 1000-SHOW-MAINT-SCREEN
                       PERFORM 9900-RETURN-TRANS
                   WHEN DFHPF3
                       PERFORM 8100-EXIT-TRANSACTION
                   WHEN DFHENTER
                       PERFORM 2000-PROCESS-ACTION
                           THRU 2090-ACTION-EXIT
                       PERFORM 9900-RETURN-TRANS
                   WHEN OTHER
                       PERFORM 1000-SHOW-MAINT-SCREEN
                       PERFORM 9900-RETURN-TRANS
               END-EVALUATE
           END-IF.

       0100-FIRST-TIME-IN.
           MOVE WS-FIRST-COMMAREA      TO DFHCOMMAREA
           PERFORM 1000-SHOW-MAINT-SCREEN
           PERFORM 9900-RETURN-TRANS.

       1000-SHOW-MAINT-SCREEN.
           MOVE SPACES                  TO BANK92AO
           PERFORM 1200-BUILD-HEADER
           MOVE 'KEY ACTION (I/A/C/D), COUNTRY AND RANGE HIGH'
                                         TO NERRMSGO
           PERFORM 9000-SEND-INITIAL-MAP.

       1200-BUILD-HEADER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               MMDDYYYY(WS-DATE-OUT)
               TIME(WS-TIME-OUT)
           END-EXEC
           MOVE WS-DATE-OUT             TO NDATEO
           MOVE WS-TIME-OUT             TO NTIMEO
           MOVE 'BANK92'                TO NSCRNO
           MOVE WS-TRANID               TO NTRANO
           MOVE WS-TRANID               TO CA-TRAN-ID
           MOVE 'BANK92'                TO CA-SCRN-ID
           MOVE 'MEMBER MAINTENANCE'    TO NHEAD1O
           MOVE 'BRANCH REFERENCE MAINTENANCE' TO NHEAD2O
           MOVE CA-USER-ID              TO NUSERIDO
           MOVE CA-USER-NAME            TO NUSERNMO
           MOVE DFHBMPROT               TO NUSERNMP.

      *    Reference maintenance is supervisor-only: the keyed user
      *    must be on USRSEC, active, USRSEC-SUPERVISOR, and must
      *    prove it with the password on the record, verified
      *    under UPDATE so the failure count, lockout and last
      *    sign-on stamp are maintained the way BANK80A's sign-on
      *    maintains them.
       1300-SUPERVISOR-LOOKUP.
           MOVE 'N'                     TO WS-SUPER-OK-SW
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
               GO TO 1390-SUPER-EXIT
           END-IF

           MOVE USRSEC-USER-NAME        TO CA-USER-NAME

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

           IF NPSWDI NOT = USRSEC-PASSWORD
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
               GO TO 1390-SUPER-EXIT
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

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SIGN-ON NOT RECORDED - NOTIFY SUPPORT'
                                         TO WS-AUTH-MSG
               GO TO 1390-SUPER-EXIT
           END-IF

           MOVE 'Y'                     TO WS-AUTH-OK-SW
           IF USRSEC-SUPERVISOR
               MOVE 'Y'                 TO WS-SUPER-OK-SW
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
               MAPSET(WS-MAPSETNAME)
               INTO(BANK92AI)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES                 TO NERRMSGO

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'KEY ACTION (I/A/C/D), COUNTRY AND RANGE HIGH'
                                         TO NERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           MOVE NUSERIDI               TO CA-USER-ID
           PERFORM 1300-SUPERVISOR-LOOKUP
               THRU 1390-SUPER-EXIT
           PERFORM 1200-BUILD-HEADER

           IF NOT WS-SUPER-OK
               MOVE WS-AUTH-MSG         TO NERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           IF NCNTRYI = SPACES OR NCNTRYI = LOW-VALUES
               OR NPSTHII = SPACES OR NPSTHII = LOW-VALUES
               MOVE 'COUNTRY AND RANGE HIGH ARE REQUIRED'
                                         TO NERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           MOVE NCNTRYI                 TO WS-RANGE-CNTRY
           MOVE NPSTHII                 TO WS-RANGE-HIGH
           INSPECT WS-RANGE-KEY
               REPLACING ALL LOW-VALUE BY SPACE

           EVALUATE NACTIONI
               WHEN 'I'
                   PERFORM 3000-INQUIRE-ENTRY
               WHEN 'A'
                   PERFORM 3100-ADD-ENTRY
                       THRU 3190-ADD-EXIT
               WHEN 'C'
                   PERFORM 3200-CHANGE-ENTRY
                       THRU 3290-CHANGE-EXIT
               WHEN 'D'
                   PERFORM 3300-DEACTIVATE-ENTRY
                       THRU 3390-DEACT-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A, C OR D'
                                         TO NERRMSGO
           END-EVALUATE.

       2090-ACTION-EXIT.
           PERFORM 9100-SEND-DATAONLY-MAP.

       3000-INQUIRE-ENTRY.
           MOVE WS-RANGE-KEY            TO BRNREF-KEY
           EXEC CICS READ
               FILE(WS-FILE-BRNREF)
               INTO(BRNREF-RECORD)
               RIDFLD(BRNREF-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT ON FILE' TO NERRMSGO
           ELSE
               PERFORM 3900-DISPLAY-ENTRY
               MOVE 'ENTRY DISPLAYED'   TO NERRMSGO
           END-IF.

       3100-ADD-ENTRY.
           PERFORM 3500-EDIT-ENTRY-FIELDS
               THRU 3590-EDIT-EXIT
           IF NOT WS-EDIT-OK
               GO TO 3190-ADD-EXIT
           END-IF

           MOVE WS-RANGE-KEY            TO BRNREF-KEY
           PERFORM 3800-MOVE-FIELDS-TO-RECORD

           EXEC CICS WRITE
               FILE(WS-FILE-BRNREF)
               FROM(BRNREF-RECORD)
               RIDFLD(BRNREF-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'ENTRY ALREADY ON FILE - USE ACTION C'
                                         TO NERRMSGO
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ENTRY NOT ADDED - NOTIFY SUPPORT'
                                         TO NERRMSGO
               ELSE
                   MOVE 'ENTRY ADDED'   TO NERRMSGO
                   MOVE 'A'             TO SECLOG-ACTION
                   MOVE SPACES          TO SECLOG-BEFORE-IMAGE
                   MOVE BRNREF-RECORD   TO SECLOG-AFTER-IMAGE
                   PERFORM 3700-WRITE-SECURITY-LOG
               END-IF
           END-IF.

       3190-ADD-EXIT.
           EXIT.

      *    The overlap edit browses BRNREF, so it runs before the
      *    entry is read for update - never a browse of the file
      *    with the task's own update lock held on it.
       3200-CHANGE-ENTRY.
           PERFORM 3500-EDIT-ENTRY-FIELDS
               THRU 3590-EDIT-EXIT
           IF NOT WS-EDIT-OK
               GO TO 3290-CHANGE-EXIT
           END-IF

           MOVE WS-RANGE-KEY            TO BRNREF-KEY
           EXEC CICS READ
               FILE(WS-FILE-BRNREF)
               INTO(BRNREF-RECORD)
               RIDFLD(BRNREF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT ON FILE - USE ACTION A'
                                         TO NERRMSGO
               GO TO 3290-CHANGE-EXIT
           END-IF

           MOVE BRNREF-RECORD           TO SECLOG-BEFORE-IMAGE
           PERFORM 3800-MOVE-FIELDS-TO-RECORD

           EXEC CICS REWRITE
               FILE(WS-FILE-BRNREF)
               FROM(BRNREF-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT CHANGED - NOTIFY SUPPORT'
                                         TO NERRMSGO
           ELSE
               MOVE 'ENTRY CHANGED'     TO NERRMSGO
               MOVE 'C'                 TO SECLOG-ACTION
               MOVE BRNREF-RECORD       TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3290-CHANGE-EXIT.
           EXIT.

       3300-DEACTIVATE-ENTRY.
           MOVE WS-RANGE-KEY            TO BRNREF-KEY
           EXEC CICS READ
               FILE(WS-FILE-BRNREF)
               INTO(BRNREF-RECORD)
               RIDFLD(BRNREF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT ON FILE' TO NERRMSGO
               GO TO 3390-DEACT-EXIT
           END-IF

           MOVE BRNREF-RECORD           TO SECLOG-BEFORE-IMAGE
           MOVE 'N'                     TO BRNREF-ACTIVE-SW

           EXEC CICS REWRITE
               FILE(WS-FILE-BRNREF)
               FROM(BRNREF-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT DEACTIVATED - NOTIFY SUPPORT'
                                         TO NERRMSGO
           ELSE
               PERFORM 3900-DISPLAY-ENTRY
               MOVE 'ENTRY DEACTIVATED' TO NERRMSGO
               MOVE 'D'                 TO SECLOG-ACTION
               MOVE BRNREF-RECORD       TO SECLOG-AFTER-IMAGE
               PERFORM 3700-WRITE-SECURITY-LOG
           END-IF.

       3390-DEACT-EXIT.
           EXIT.

      *    Field edits shared by add and change.  The effective date
      *    is keyed as YYYYMMDD; spaces mean "no date" and edit to
      *    zero.  The range must run low to high and must not reach
      *    into any other range in the country - two answers for one
      *    postal code would put a member's statement in whichever
      *    branch's bundle the lookup happened to find first.
       3500-EDIT-ENTRY-FIELDS.
           MOVE 'Y'                     TO WS-EDIT-OK-SW
           MOVE ZERO                    TO WS-EFF-DATE

           IF NPSTLOI = SPACES OR NPSTLOI = LOW-VALUES
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'RANGE LOW IS REQUIRED'
                                         TO NERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           MOVE NPSTLOI                 TO WS-RANGE-LOW
           INSPECT WS-RANGE-LOW
               REPLACING ALL LOW-VALUE BY SPACE
           IF WS-RANGE-LOW > WS-RANGE-HIGH
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'RANGE LOW MUST NOT BE ABOVE RANGE HIGH'
                                         TO NERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           IF NBRANCHI = SPACES OR NBRANCHI = LOW-VALUES
               OR NBRNNAMI = SPACES OR NBRNNAMI = LOW-VALUES
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'BRANCH ID AND BRANCH NAME ARE REQUIRED'
                                         TO NERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           IF NACTSWI NOT = 'Y' AND NACTSWI NOT = 'N'
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE 'ACTIVE SWITCH MUST BE Y OR N'
                                         TO NERRMSGO
               GO TO 3590-EDIT-EXIT
           END-IF

           IF NEFFDTI NOT = SPACES AND NEFFDTI NOT = LOW-VALUES
               IF NEFFDTI IS NUMERIC
                   MOVE NEFFDTI         TO WS-EFF-DATE
               ELSE
                   MOVE 'N'             TO WS-EDIT-OK-SW
                   MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                                         TO NERRMSGO
                   GO TO 3590-EDIT-EXIT
               END-IF
           END-IF

           PERFORM 3600-CHECK-OVERLAP
           IF WS-OVERLAP
               MOVE 'N'                 TO WS-EDIT-OK-SW
               MOVE SPACES              TO NERRMSGO
               STRING 'RANGE OVERLAPS ' BRNREF-PSTCDE-LOW
                   ' TO ' BRNREF-PSTCDE-HIGH
                   ' FOR BRANCH ' BRNREF-BRANCH-ID
                   DELIMITED BY SIZE INTO NERRMSGO
           END-IF.

       3590-EDIT-EXIT.
           EXIT.

      *    Ranges in a country never overlap, so of all the entries
      *    whose top is at or above the new range's bottom, only the
      *    first can reach into it - it overlaps when its own bottom
      *    is not above the new range's top.  The entry being changed
      *    is passed over; on an add that key is refused as a
      *    duplicate by the WRITE.
       3600-CHECK-OVERLAP.
           MOVE 'N'                     TO WS-OVERLAP-SW
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-RANGE-CNTRY          TO WS-BROWSE-CNTRY
           MOVE WS-RANGE-LOW            TO WS-BROWSE-PSTCDE

           EXEC CICS STARTBR
               FILE(WS-FILE-BRNREF)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3610-READ-NEXT-RANGE
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-BRNREF)
               END-EXEC
           END-IF.

       3610-READ-NEXT-RANGE.
           EXEC CICS READNEXT
               FILE(WS-FILE-BRNREF)
               INTO(BRNREF-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR BRNREF-CNTRY-CD NOT = WS-RANGE-CNTRY
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF BRNREF-PSTCDE-HIGH NOT = WS-RANGE-HIGH
                   MOVE 'Y'             TO WS-BROWSE-DONE-SW
                   IF BRNREF-PSTCDE-LOW NOT > WS-RANGE-HIGH
                       MOVE 'Y'         TO WS-OVERLAP-SW
                   END-IF
               END-IF
           END-IF.

      *    Every add, change and deactivate leaves a before/after
      *    image of the entry on the security log, the way BANK84A
      *    logs STCYREF.  The caller has set the action and both
      *    images.
       3700-WRITE-SECURITY-LOG.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'BRNREF'                TO SECLOG-FILE-ID
           MOVE BRNREF-KEY              TO SECLOG-REC-KEY
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
                                         TO NERRMSGO
           END-IF.

      *    An untouched map field arrives as LOW-VALUES - store it
      *    as SPACES, not raw, so a branch name keyed short does not
      *    print as binary zeros on the bundle header.
       3800-MOVE-FIELDS-TO-RECORD.
           MOVE WS-RANGE-LOW            TO BRNREF-PSTCDE-LOW
           MOVE NBRANCHI                TO BRNREF-BRANCH-ID
           INSPECT BRNREF-BRANCH-ID
               REPLACING ALL LOW-VALUE BY SPACE
           MOVE NBRNNAMI                TO BRNREF-BRANCH-NAME
           INSPECT BRNREF-BRANCH-NAME
               REPLACING ALL LOW-VALUE BY SPACE
           MOVE NACTSWI                 TO BRNREF-ACTIVE-SW
           MOVE WS-EFF-DATE             TO BRNREF-EFF-DATE.

       3900-DISPLAY-ENTRY.
           MOVE BRNREF-PSTCDE-LOW       TO NPSTLOO
           MOVE BRNREF-BRANCH-ID        TO NBRANCHO
           MOVE BRNREF-BRANCH-NAME      TO NBRNNAMO
           MOVE BRNREF-ACTIVE-SW        TO NACTSWO
           MOVE BRNREF-EFF-DATE         TO NEFFDTO.

       8100-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM('BANK92A SESSION ENDED')
               LENGTH(21)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       9000-SEND-INITIAL-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK92AO)
               ERASE
               CURSOR
           END-EXEC.

       9100-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK92AO)
               DATAONLY
               CURSOR
           END-EXEC.

       9900-RETURN-TRANS.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
