       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANK91A.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BANK91A - Duplicate Member Merge                              *
      *  Pseudo-conversational CICS transaction behind the BANK91A     *
      *  map (mapset MBANK91).  Folds a losing member into a           *
      *  surviving one, for the pairs the BKDUPSCN candidate report    *
      *  turns up.  Action V previews both members and what the merge  *
      *  would move; action M, with Y in the confirm field, performs   *
      *  it:                                                           *
      *    - the loser's ADRHST address history is re-keyed to the     *
      *      survivor, so BANK85A shows one unbroken history;          *
      *    - the more restrictive CUSTRST restriction (DEC over LGL    *
      *      over DNM over BPU, the earlier effective date on a tie)   *
      *      and CUSTPRF elections (paperless over print, opt-out      *
      *      over opt-in) are carried to the survivor;                 *
      *    - the loser's open EMLSUSP items are abandoned and its      *
      *      held/future PENDCHG items cancelled, under the            *
      *      supervisor's id;                                          *
      *    - the loser is closed with CUST-MERGED-TO-ID naming the     *
      *      survivor.                                                 *
      *  The loser is closed last, and only when every earlier step    *
      *  completed, so a merge interrupted part way leaves the loser   *
      *  active and can simply be re-run.  Every merge writes an       *
      *  MMRGAUD audit record to TD queue MRGA; restriction changes    *
      *  go to the security log as BANK87A's do.  The master is only   *
      *  ever rewritten through the base cluster, which keeps the      *
      *  CUSTNAM alternate index in step.  Supervisor-only per         *
      *  USRSEC-USER-TYPE, verified with the supervisor's password.    *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - A restriction carried to the survivor brings
      *                   its branch-pickup home-branch override with
      *                   it.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-TRANID               PIC X(4)  VALUE 'BK91'.
           05  WS-MAPSETNAME           PIC X(8)  VALUE 'MBANK91'.
           05  WS-MAPNAME              PIC X(8)  VALUE 'BANK91A'.
           05  WS-FILE-USRSEC          PIC X(8)  VALUE 'USRSEC'.
           05  WS-FILE-CUSTMST         PIC X(8)  VALUE 'CUSTMST'.
           05  WS-FILE-CUSTRST         PIC X(8)  VALUE 'CUSTRST'.
           05  WS-FILE-CUSTPRF         PIC X(8)  VALUE 'CUSTPRF'.
           05  WS-FILE-ADRHST          PIC X(8)  VALUE 'ADRHST'.
           05  WS-FILE-EMLSUSP         PIC X(8)  VALUE 'EMLSUSP'.
           05  WS-FILE-PENDCHG         PIC X(8)  VALUE 'PENDCHG'.
           05  WS-TDQ-SECLOG           PIC X(4)  VALUE 'SECL'.
           05  WS-TDQ-MRGAUD           PIC X(4)  VALUE 'MRGA'.
           05  WS-MAX-SIGNON-FAILS     PIC 9(2)  VALUE 3.
           05  WS-MAX-KEYS             PIC 9(2)  VALUE 50.

       01  WS-WORK-FIELDS.
           05  WS-RESP                 PIC S9(8) COMP.
           05  WS-ABSTIME              PIC S9(15) COMP.
           05  WS-DATE-OUT             PIC X(10).
           05  WS-DATE-YMD             PIC 9(8).
           05  WS-TIME-OUT             PIC X(8).
           05  WS-SUPER-OK-SW          PIC X     VALUE 'N'.
               88  WS-SUPER-OK                   VALUE 'Y'.
           05  WS-AUTH-OK-SW           PIC X     VALUE 'N'.
               88  WS-AUTH-OK                    VALUE 'Y'.
           05  WS-AUTH-MSG             PIC X(75).
           05  WS-EDIT-OK-SW           PIC X     VALUE 'N'.
               88  WS-EDIT-OK                    VALUE 'Y'.
           05  WS-STEP-FAILED-SW       PIC X     VALUE 'N'.
               88  WS-STEP-FAILED                VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X     VALUE 'N'.
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-KEYS-DONE-SW         PIC X     VALUE 'N'.
               88  WS-KEYS-DONE                  VALUE 'Y'.
           05  WS-SURV-ID              PIC 9(9)  VALUE ZERO.
           05  WS-LOSE-ID              PIC 9(9)  VALUE ZERO.
           05  WS-DTL-LINE             PIC X(75).
           05  WS-SEQ-TRIES            PIC 9(3)  VALUE ZERO.

      *    What the preview counted and the merge did.
       01  WS-MERGE-COUNTS.
           05  WS-HIST-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-SUSP-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-PEND-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-HIST-MOVED           PIC 9(5)  VALUE ZERO.
           05  WS-HIST-FAILED          PIC 9(5)  VALUE ZERO.
           05  WS-SUSP-CLOSED          PIC 9(5)  VALUE ZERO.
           05  WS-PEND-CLOSED          PIC 9(5)  VALUE ZERO.
           05  WS-ITEM-FAILED          PIC 9(5)  VALUE ZERO.

      *    The restriction and preferences each member holds and
      *    what the survivor ends up with.
       01  WS-CARRY-FIELDS.
           05  WS-SURV-RST-SW          PIC X     VALUE 'N'.
               88  WS-SURV-RST-FOUND             VALUE 'Y'.
           05  WS-LOSE-RST-SW          PIC X     VALUE 'N'.
               88  WS-LOSE-RST-FOUND             VALUE 'Y'.
           05  WS-SURV-PRF-SW          PIC X     VALUE 'N'.
               88  WS-SURV-PRF-FOUND             VALUE 'Y'.
           05  WS-LOSE-PRF-SW          PIC X     VALUE 'N'.
               88  WS-LOSE-PRF-FOUND             VALUE 'Y'.
           05  WS-RST-RESULT-SW        PIC X     VALUE 'N'.
               88  WS-RST-NONE                   VALUE 'N'.
               88  WS-RST-KEEP                   VALUE 'K'.
               88  WS-RST-ADD                    VALUE 'A'.
               88  WS-RST-REPLACE                VALUE 'R'.
           05  WS-PRF-RESULT-SW        PIC X     VALUE 'N'.
               88  WS-PRF-NONE                   VALUE 'N'.
               88  WS-PRF-KEEP                   VALUE 'K'.
               88  WS-PRF-ADD                    VALUE 'A'.
               88  WS-PRF-CHANGE                 VALUE 'C'.
           05  WS-RANK-CODE            PIC X(3).
           05  WS-RANK-VALUE           PIC 9(1)  VALUE ZERO.
           05  WS-SURV-RANK            PIC 9(1)  VALUE ZERO.
           05  WS-LOSE-RANK            PIC 9(1)  VALUE ZERO.
           05  WS-SURV-RST-TEXT        PIC X(12).
           05  WS-LOSE-RST-TEXT        PIC X(12).
           05  WS-NEW-RST-TEXT         PIC X(12).
           05  WS-BASE-PAPERLESS       PIC X(1).
           05  WS-BASE-MKTG            PIC X(1).
           05  WS-LOSE-PAPERLESS       PIC X(1).
           05  WS-LOSE-MKTG            PIC X(1).
           05  WS-NEW-PAPERLESS        PIC X(1).
           05  WS-NEW-MKTG             PIC X(1).
           05  WS-RESULT-TEXT          PIC X(9).

      *    Keys collected by a browse and then worked one by one -
      *    a browse is never held open across the updates.  A
      *    member with more than the table holds is worked in
      *    batches, each browse resuming after the last key taken.
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT            PIC 9(2)  VALUE ZERO.
           05  WS-KEY-ENTRY            PIC X(27) OCCURS 50 TIMES.
       01  WS-KEY-IDX                  PIC 9(2)  VALUE ZERO.
       01  WS-BROWSE-KEY               PIC X(27).
       01  WS-OLD-HIST-KEY             PIC X(27).

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

       01  MAPAREA                     PIC X(1428).
           COPY MBANK91.

           COPY MUSRSEC.

           COPY MSECLOG.

           COPY MMRGAUD.

      *    The losing member, in CUSTMST-RECORD, is the one the merge
      *    rewrites; the survivor's master is only read.
           COPY MCUSTMST.

           COPY MCUSTMST
               REPLACING ==CUSTMST-RECORD== BY ==SURVMST-RECORD==,
                         LEADING ==CUST-== BY ==SURV-==.

      *    The survivor's restriction and preferences, in CUSTRST-
      *    RECORD and CUSTPRF-RECORD, are the ones written; the
      *    loser's are only read.
           COPY MCUSTRST.

           COPY MCUSTRST
               REPLACING ==CUSTRST-RECORD== BY ==LOSERST-RECORD==,
                         LEADING ==CUSTRST-== BY ==LOSERST-==.

           COPY MCUSTPRF.

           COPY MCUSTPRF
               REPLACING ==CUSTPRF-RECORD== BY ==LOSEPRF-RECORD==,
                         LEADING ==CUSTPRF-== BY ==LOSEPRF-==.

           COPY MADRHST.

           COPY MEMLSUSP.

           COPY MPENDCHG.

       LINKAGE SECTION.
           COPY MBANKCA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 0100-FIRST-TIME-IN
           ELSE
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       PERFORM 1000-SHOW-MERGE-SCREEN
                       PERFORM 9900-RETURN-TRANS
                   WHEN DFHPF3
                       PERFORM 8100-EXIT-TRANSACTION
                   WHEN DFHENTER
                       PERFORM 2000-PROCESS-ACTION
                           THRU 2090-ACTION-EXIT
                       PERFORM 9900-RETURN-TRANS
                   WHEN OTHER
                       PERFORM 1000-SHOW-MERGE-SCREEN
                       PERFORM 9900-RETURN-TRANS
               END-EVALUATE
           END-IF.

       0100-FIRST-TIME-IN.
           MOVE WS-FIRST-COMMAREA      TO DFHCOMMAREA
           PERFORM 1000-SHOW-MERGE-SCREEN
           PERFORM 9900-RETURN-TRANS.

       1000-SHOW-MERGE-SCREEN.
           MOVE SPACES                  TO BANK91AO
           PERFORM 1200-BUILD-HEADER
           MOVE 'KEY BOTH MEMBER NUMBERS, ACTION V TO PREVIEW'
                                         TO GERRMSGO
           PERFORM 9000-SEND-INITIAL-MAP.

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
           MOVE WS-DATE-OUT             TO GDATEO
           MOVE WS-TIME-OUT             TO GTIMEO
           MOVE 'BANK91'                TO GSCRNO
           MOVE WS-TRANID               TO GTRANO
           MOVE WS-TRANID               TO CA-TRAN-ID
           MOVE 'BANK91'                TO CA-SCRN-ID
           MOVE 'MEMBER MAINTENANCE'    TO GHEAD1O
           MOVE 'DUPLICATE MEMBER MERGE' TO GHEAD2O
           MOVE CA-USER-ID              TO GUSERIDO
           MOVE CA-USER-NAME            TO GUSERNMO
           MOVE DFHBMPROT               TO GUSERNMP.

      *    A merge is supervisor-only: the keyed user must be on
      *    USRSEC, active, USRSEC-SUPERVISOR, and must prove it with
      *    the password on the record, verified under UPDATE so the
      *    failure count, lockout and last sign-on stamp are kept
      *    the way BANK80A's sign-on keeps them.
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

           IF GPSWDI NOT = USRSEC-PASSWORD
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

           MOVE ZERO                    TO USRSEC-FAIL-COUNT
           MOVE WS-DATE-YMD             TO USRSEC-LAST-SIGNON-DATE
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

      *    Failed and locked-out sign-ons go to the security log,
      *    as on every other signing-on screen.  The caller sets
      *    SECLOG-ACTION; a failed log write never changes the
      *    sign-on outcome.
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

      *    Both members are loaded and previewed on every ENTER, so
      *    the supervisor always sees what a merge will do - and a
      *    merge is only done from a preview of the same two members
      *    taken in the same task.
       2000-PROCESS-ACTION.
           EXEC CICS RECEIVE
               MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               INTO(BANK91AI)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES                 TO GERRMSGO

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'KEY BOTH MEMBER NUMBERS, ACTION V TO PREVIEW'
                                         TO GERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           PERFORM 1200-BUILD-HEADER
           MOVE GUSERIDI               TO CA-USER-ID
           PERFORM 1300-SUPERVISOR-LOOKUP
               THRU 1390-SUPER-EXIT
           MOVE CA-USER-NAME           TO GUSERNMO

           IF NOT WS-SUPER-OK
               MOVE WS-AUTH-MSG         TO GERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           IF GSURVIDI = SPACES OR GSURVIDI = LOW-VALUES
               OR GSURVIDI NOT NUMERIC
               MOVE 'SURVIVING MEMBER NUMBER MUST BE NUMERIC'
                                         TO GERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           IF GLOSEIDI = SPACES OR GLOSEIDI = LOW-VALUES
               OR GLOSEIDI NOT NUMERIC
               MOVE 'MERGED MEMBER NUMBER MUST BE NUMERIC'
                                         TO GERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           MOVE GSURVIDI               TO WS-SURV-ID
           MOVE GLOSEIDI               TO WS-LOSE-ID
           IF WS-SURV-ID = WS-LOSE-ID
               MOVE 'SURVIVING AND MERGED MEMBER MUST DIFFER'
                                         TO GERRMSGO
               GO TO 2090-ACTION-EXIT
           END-IF

           PERFORM 2100-LOAD-MEMBERS
               THRU 2190-LOAD-EXIT
           IF NOT WS-EDIT-OK
               GO TO 2090-ACTION-EXIT
           END-IF

           PERFORM 2200-BUILD-PREVIEW

           EVALUATE GACTIONI
               WHEN 'V'
                   MOVE 'PREVIEW ONLY - ACTION M WITH CONFIRM Y MERGES'
                                         TO GERRMSGO
               WHEN 'M'
                   IF GCONFRMI = 'Y'
                       PERFORM 3000-MERGE-MEMBERS
                           THRU 3090-MERGE-EXIT
                       MOVE SPACE       TO GCONFRMO
                   ELSE
                       MOVE 'KEY Y IN CONFIRM TO MERGE - NOTHING DONE'
                                         TO GERRMSGO
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE V OR M'
                                         TO GERRMSGO
           END-EVALUATE.

       2090-ACTION-EXIT.
           PERFORM 9100-SEND-DATAONLY-MAP.

      *    Only two active members can be merged: a closed survivor
      *    would carry the loser's history nowhere anyone looks, and
      *    a closed loser has nothing left to fold in.
       2100-LOAD-MEMBERS.
           MOVE 'N'                     TO WS-EDIT-OK-SW
           MOVE SPACES                  TO GSURVNMO
                                           GLOSENMO

           MOVE WS-SURV-ID              TO SURV-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTMST)
               INTO(SURVMST-RECORD)
               RIDFLD(SURV-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SURVIVING MEMBER NOT ON FILE' TO GERRMSGO
               GO TO 2190-LOAD-EXIT
           END-IF

           MOVE SURV-NAME               TO GSURVNMO
           IF NOT SURV-ACTIVE
               MOVE 'SURVIVING MEMBER IS CLOSED - CHOOSE AN ACTIVE ONE'
                                         TO GERRMSGO
               GO TO 2190-LOAD-EXIT
           END-IF

           MOVE WS-LOSE-ID              TO CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTMST)
               INTO(CUSTMST-RECORD)
               RIDFLD(CUST-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'MEMBER TO MERGE NOT ON FILE' TO GERRMSGO
               GO TO 2190-LOAD-EXIT
           END-IF

           MOVE CUST-NAME               TO GLOSENMO
           IF NOT CUST-ACTIVE
               IF CUST-MERGED-TO-ID IS NUMERIC
                   AND CUST-MERGED-TO-ID > ZERO
                   STRING 'MEMBER ALREADY MERGED INTO '
                       CUST-MERGED-TO-ID
                       DELIMITED BY SIZE INTO GERRMSGO
               ELSE
                   MOVE 'MEMBER TO MERGE IS ALREADY CLOSED'
                                         TO GERRMSGO
               END-IF
               GO TO 2190-LOAD-EXIT
           END-IF

           MOVE 'Y'                     TO WS-EDIT-OK-SW.

       2190-LOAD-EXIT.
           EXIT.

       2200-BUILD-PREVIEW.
           MOVE SPACES                  TO GLIN01O GLIN02O GLIN03O
                                           GLIN04O GLIN05O GLIN06O
                                           GLIN07O GLIN08O GLIN09O
                                           GLIN10O GLIN11O GLIN12O

           STRING 'SURVIVOR ' SURV-ID '  ' SURV-NAME
               DELIMITED BY SIZE INTO GLIN01O
           STRING '          ' SURV-ADDR1 ' ' SURV-ADDR2
               DELIMITED BY SIZE INTO GLIN02O
           STRING '          ' SURV-STATE ' ' SURV-PSTCDE
               ' ' SURV-CNTRY ' ' SURV-EMAIL
               DELIMITED BY SIZE INTO GLIN03O

           STRING 'MERGED   ' CUST-ID '  ' CUST-NAME
               DELIMITED BY SIZE INTO GLIN04O
           STRING '          ' CUST-ADDR1 ' ' CUST-ADDR2
               DELIMITED BY SIZE INTO GLIN05O
           STRING '          ' CUST-STATE ' ' CUST-PSTCDE
               ' ' CUST-CNTRY ' ' CUST-EMAIL
               DELIMITED BY SIZE INTO GLIN06O

           PERFORM 2300-COUNT-HISTORY
           PERFORM 2400-COUNT-SUSPENSE
           PERFORM 2500-COUNT-PENDING
           STRING 'HISTORY ' WS-HIST-COUNT ' TO RE-KEY  SUSPENSE '
               WS-SUSP-COUNT ' TO CLOSE  PENDING ' WS-PEND-COUNT
               ' TO CLOSE'
               DELIMITED BY SIZE INTO GLIN07O

           PERFORM 2600-DECIDE-RESTRICTION
           STRING 'RESTRICT SURVIVOR ' WS-SURV-RST-TEXT
               ' MERGED ' WS-LOSE-RST-TEXT
               ' RESULT ' WS-NEW-RST-TEXT
               DELIMITED BY SIZE INTO GLIN08O

           PERFORM 2700-DECIDE-PREFERENCES
           STRING 'PREFS    SURVIVOR P=' WS-BASE-PAPERLESS
               ' M=' WS-BASE-MKTG
               '  MERGED P=' WS-LOSE-PAPERLESS
               ' M=' WS-LOSE-MKTG
               '  RESULT P=' WS-NEW-PAPERLESS
               ' M=' WS-NEW-MKTG ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO GLIN09O.

       2300-COUNT-HISTORY.
           MOVE ZERO                    TO WS-HIST-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-LOSE-ID              TO ADRHST-CUST-ID
           MOVE ZERO                    TO ADRHST-DATE
                                           ADRHST-SEQ
           MOVE LOW-VALUES              TO ADRHST-TIME

           EXEC CICS STARTBR
               FILE(WS-FILE-ADRHST)
               RIDFLD(ADRHST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2310-COUNT-HISTORY-ENTRY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-ADRHST)
               END-EXEC
           END-IF.

       2310-COUNT-HISTORY-ENTRY.
           EXEC CICS READNEXT
               FILE(WS-FILE-ADRHST)
               INTO(ADRHST-RECORD)
               RIDFLD(ADRHST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR ADRHST-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               ADD 1                    TO WS-HIST-COUNT
           END-IF.

       2400-COUNT-SUSPENSE.
           MOVE ZERO                    TO WS-SUSP-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-LOSE-ID              TO EMLSUSP-CUST-ID
           MOVE ZERO                    TO EMLSUSP-DATE
           MOVE LOW-VALUES              TO EMLSUSP-TIME

           EXEC CICS STARTBR
               FILE(WS-FILE-EMLSUSP)
               RIDFLD(EMLSUSP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2410-COUNT-SUSPENSE-ITEM
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-EMLSUSP)
               END-EXEC
           END-IF.

       2410-COUNT-SUSPENSE-ITEM.
           EXEC CICS READNEXT
               FILE(WS-FILE-EMLSUSP)
               INTO(EMLSUSP-RECORD)
               RIDFLD(EMLSUSP-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EMLSUSP-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF EMLSUSP-OPEN
                   ADD 1                TO WS-SUSP-COUNT
               END-IF
           END-IF.

       2500-COUNT-PENDING.
           MOVE ZERO                    TO WS-PEND-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-LOSE-ID              TO PENDCHG-CUST-ID
           MOVE ZERO                    TO PENDCHG-DATE
           MOVE LOW-VALUES              TO PENDCHG-TIME

           EXEC CICS STARTBR
               FILE(WS-FILE-PENDCHG)
               RIDFLD(PENDCHG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2510-COUNT-PENDING-ITEM
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-PENDCHG)
               END-EXEC
           END-IF.

       2510-COUNT-PENDING-ITEM.
           EXEC CICS READNEXT
               FILE(WS-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(PENDCHG-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR PENDCHG-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF PENDCHG-HELD OR PENDCHG-FUTURE
                   ADD 1                TO WS-PEND-COUNT
               END-IF
           END-IF.

      *    The more restrictive of the two restrictions survives:
      *    deceased over legal hold over do-not-mail over branch
      *    pickup.  On the same reason the earlier effective date
      *    wins - zero, always in force, is earliest of all.
       2600-DECIDE-RESTRICTION.
           MOVE 'N'                     TO WS-SURV-RST-SW
                                           WS-LOSE-RST-SW
           MOVE 'NONE'                  TO WS-SURV-RST-TEXT
                                           WS-LOSE-RST-TEXT
           MOVE ZERO                    TO WS-SURV-RANK
                                           WS-LOSE-RANK

           MOVE WS-SURV-ID              TO CUSTRST-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTRST)
               INTO(CUSTRST-RECORD)
               RIDFLD(CUSTRST-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-SURV-RST-SW
               MOVE SPACES              TO WS-SURV-RST-TEXT
               STRING CUSTRST-REASON-CODE ' ' CUSTRST-EFF-DATE
                   DELIMITED BY SIZE INTO WS-SURV-RST-TEXT
               MOVE CUSTRST-REASON-CODE TO WS-RANK-CODE
               PERFORM 2610-RANK-REASON
               MOVE WS-RANK-VALUE       TO WS-SURV-RANK
           END-IF

           MOVE WS-LOSE-ID              TO LOSERST-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTRST)
               INTO(LOSERST-RECORD)
               RIDFLD(LOSERST-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-LOSE-RST-SW
               MOVE SPACES              TO WS-LOSE-RST-TEXT
               STRING LOSERST-REASON-CODE ' ' LOSERST-EFF-DATE
                   DELIMITED BY SIZE INTO WS-LOSE-RST-TEXT
               MOVE LOSERST-REASON-CODE TO WS-RANK-CODE
               PERFORM 2610-RANK-REASON
               MOVE WS-RANK-VALUE       TO WS-LOSE-RANK
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-LOSE-RST-FOUND AND NOT WS-SURV-RST-FOUND
                   MOVE 'N'             TO WS-RST-RESULT-SW
               WHEN NOT WS-LOSE-RST-FOUND
                   MOVE 'K'             TO WS-RST-RESULT-SW
               WHEN NOT WS-SURV-RST-FOUND
                   MOVE 'A'             TO WS-RST-RESULT-SW
               WHEN WS-LOSE-RANK > WS-SURV-RANK
                   MOVE 'R'             TO WS-RST-RESULT-SW
               WHEN WS-LOSE-RANK = WS-SURV-RANK
                   AND LOSERST-EFF-DATE < CUSTRST-EFF-DATE
                   MOVE 'R'             TO WS-RST-RESULT-SW
               WHEN OTHER
                   MOVE 'K'             TO WS-RST-RESULT-SW
           END-EVALUATE

           IF WS-RST-ADD OR WS-RST-REPLACE
               MOVE WS-LOSE-RST-TEXT    TO WS-NEW-RST-TEXT
           ELSE
               MOVE WS-SURV-RST-TEXT    TO WS-NEW-RST-TEXT
           END-IF.

       2610-RANK-REASON.
           EVALUATE WS-RANK-CODE
               WHEN 'DEC'
                   MOVE 4               TO WS-RANK-VALUE
               WHEN 'LGL'
                   MOVE 3               TO WS-RANK-VALUE
               WHEN 'DNM'
                   MOVE 2               TO WS-RANK-VALUE
               WHEN 'BPU'
                   MOVE 1               TO WS-RANK-VALUE
               WHEN OTHER
                   MOVE ZERO            TO WS-RANK-VALUE
           END-EVALUATE.

      *    Paperless carries over a printed statement and a marketing
      *    opt-out over an opt-in: the survivor keeps an election
      *    only when the loser made the same one.  A member with no
      *    preference record has BANK80A's defaults - print, no
      *    marketing.  The survivor's statement cycle is kept.
       2700-DECIDE-PREFERENCES.
           MOVE 'N'                     TO WS-SURV-PRF-SW
                                           WS-LOSE-PRF-SW
                                           WS-BASE-PAPERLESS
                                           WS-BASE-MKTG
                                           WS-LOSE-PAPERLESS
                                           WS-LOSE-MKTG
           MOVE SPACES                  TO WS-RESULT-TEXT

           MOVE WS-SURV-ID              TO CUSTPRF-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTPRF)
               INTO(CUSTPRF-RECORD)
               RIDFLD(CUSTPRF-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-SURV-PRF-SW
               IF CUSTPRF-PAPERLESS
                   MOVE 'Y'             TO WS-BASE-PAPERLESS
               END-IF
               IF CUSTPRF-MKTG-OPTIN
                   MOVE 'Y'             TO WS-BASE-MKTG
               END-IF
           END-IF

           MOVE WS-LOSE-ID              TO LOSEPRF-CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTPRF)
               INTO(LOSEPRF-RECORD)
               RIDFLD(LOSEPRF-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-LOSE-PRF-SW
               IF LOSEPRF-PAPERLESS
                   MOVE 'Y'             TO WS-LOSE-PAPERLESS
               END-IF
               IF LOSEPRF-MKTG-OPTIN
                   MOVE 'Y'             TO WS-LOSE-MKTG
               END-IF
           END-IF

           MOVE WS-BASE-PAPERLESS       TO WS-NEW-PAPERLESS
           MOVE WS-BASE-MKTG            TO WS-NEW-MKTG
           IF WS-LOSE-PAPERLESS = 'Y'
               MOVE 'Y'                 TO WS-NEW-PAPERLESS
           END-IF
           IF WS-LOSE-MKTG = 'N'
               MOVE 'N'                 TO WS-NEW-MKTG
           END-IF

           EVALUATE TRUE
               WHEN WS-NEW-PAPERLESS = WS-BASE-PAPERLESS
                   AND WS-NEW-MKTG = WS-BASE-MKTG
                   IF WS-SURV-PRF-FOUND
                       MOVE 'K'         TO WS-PRF-RESULT-SW
                   ELSE
                       MOVE 'N'         TO WS-PRF-RESULT-SW
                   END-IF
                   MOVE 'NO CHANGE'     TO WS-RESULT-TEXT
               WHEN WS-SURV-PRF-FOUND
                   MOVE 'C'             TO WS-PRF-RESULT-SW
                   MOVE 'CHANGED'       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'A'             TO WS-PRF-RESULT-SW
                   MOVE 'ADDED'         TO WS-RESULT-TEXT
           END-EVALUATE.

      *    The merge proper.  Each step counts what it did and sets
      *    WS-STEP-FAILED on any failure; the loser is closed only
      *    when nothing failed, so a re-run picks up what is left.
       3000-MERGE-MEMBERS.
           MOVE 'N'                     TO WS-STEP-FAILED-SW
           MOVE ZERO                    TO WS-HIST-MOVED
                                           WS-HIST-FAILED
                                           WS-SUSP-CLOSED
                                           WS-PEND-CLOSED
                                           WS-ITEM-FAILED
           MOVE SPACES                  TO MRGAUD-RECORD
           MOVE CUST-NAME               TO MRGAUD-LOSE-NAME
           MOVE CUST-ADDR1              TO MRGAUD-LOSE-ADDR1
           MOVE CUST-ADDR2              TO MRGAUD-LOSE-ADDR2
           MOVE CUST-STATE              TO MRGAUD-LOSE-STATE
           MOVE CUST-PSTCDE             TO MRGAUD-LOSE-PSTCDE
           MOVE CUST-CNTRY              TO MRGAUD-LOSE-CNTRY
           MOVE CUST-EMAIL              TO MRGAUD-LOSE-EMAIL
           MOVE SURV-NAME               TO MRGAUD-SURV-NAME
           MOVE SURV-ADDR1              TO MRGAUD-SURV-ADDR1
           MOVE SURV-ADDR2              TO MRGAUD-SURV-ADDR2
           MOVE SURV-STATE              TO MRGAUD-SURV-STATE
           MOVE SURV-PSTCDE             TO MRGAUD-SURV-PSTCDE
           MOVE SURV-CNTRY              TO MRGAUD-SURV-CNTRY
           MOVE SURV-EMAIL              TO MRGAUD-SURV-EMAIL

           PERFORM 3100-REKEY-HISTORY
           PERFORM 3200-CARRY-RESTRICTION
               THRU 3290-RESTRICTION-EXIT
           PERFORM 3300-CARRY-PREFERENCES
               THRU 3390-PREFERENCE-EXIT
           PERFORM 3400-CLOSE-SUSPENSE
           PERFORM 3500-CLOSE-PENDING

           IF WS-HIST-FAILED > ZERO OR WS-ITEM-FAILED > ZERO
               MOVE 'Y'                 TO WS-STEP-FAILED-SW
           END-IF

           IF NOT WS-STEP-FAILED
               PERFORM 3600-CLOSE-LOSER
                   THRU 3690-CLOSE-EXIT
           END-IF

           STRING 'DONE     HISTORY ' WS-HIST-MOVED
               ' FAILED ' WS-HIST-FAILED
               '  SUSPENSE ' WS-SUSP-CLOSED
               '  PENDING ' WS-PEND-CLOSED
               DELIMITED BY SIZE INTO GLIN11O

           IF WS-STEP-FAILED
               MOVE 'MERGE INCOMPLETE - MEMBER NOT CLOSED - RE-RUN'
                                         TO GERRMSGO
           ELSE
               STRING 'MEMBER ' WS-LOSE-ID ' MERGED INTO '
                   WS-SURV-ID ' AND CLOSED'
                   DELIMITED BY SIZE INTO GERRMSGO
           END-IF

           PERFORM 3700-WRITE-MERGE-AUDIT.

       3090-MERGE-EXIT.
           EXIT.

      *    Each history entry is written under the survivor and only
      *    then deleted from the loser.  The change date and time
      *    stay as they were, so the entries interleave with the
      *    survivor's own in date order; the sequence byte is bumped
      *    if the survivor already has an entry in the same second.
       3100-REKEY-HISTORY.
           MOVE WS-LOSE-ID              TO ADRHST-CUST-ID
           MOVE ZERO                    TO ADRHST-DATE
                                           ADRHST-SEQ
           MOVE LOW-VALUES              TO ADRHST-TIME
           MOVE ADRHST-KEY              TO WS-BROWSE-KEY
           MOVE 'N'                     TO WS-KEYS-DONE-SW

           PERFORM 3110-REKEY-HISTORY-BATCH
               UNTIL WS-KEYS-DONE.

       3110-REKEY-HISTORY-BATCH.
           MOVE ZERO                    TO WS-KEY-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-BROWSE-KEY           TO ADRHST-KEY

           EXEC CICS STARTBR
               FILE(WS-FILE-ADRHST)
               RIDFLD(ADRHST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3120-COLLECT-HISTORY-KEY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-ADRHST)
               END-EXEC
           END-IF

           IF WS-KEY-COUNT < WS-MAX-KEYS
               MOVE 'Y'                 TO WS-KEYS-DONE-SW
           END-IF

           IF WS-KEY-COUNT > ZERO
               MOVE WS-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
               PERFORM 3130-MOVE-HISTORY-ENTRY
                   THRU 3139-MOVE-EXIT
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
           END-IF.

      *    The resume key itself comes back first when an earlier
      *    batch failed to move it; it is not taken twice.
       3120-COLLECT-HISTORY-KEY.
           EXEC CICS READNEXT
               FILE(WS-FILE-ADRHST)
               INTO(ADRHST-RECORD)
               RIDFLD(ADRHST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR ADRHST-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF ADRHST-KEY NOT = WS-BROWSE-KEY
                   ADD 1                TO WS-KEY-COUNT
                   MOVE ADRHST-KEY      TO WS-KEY-ENTRY(WS-KEY-COUNT)
                   IF WS-KEY-COUNT = WS-MAX-KEYS
                       MOVE 'Y'         TO WS-BROWSE-DONE-SW
                   END-IF
               END-IF
           END-IF.

       3130-MOVE-HISTORY-ENTRY.
           MOVE WS-KEY-ENTRY(WS-KEY-IDX) TO WS-OLD-HIST-KEY
           MOVE WS-OLD-HIST-KEY         TO ADRHST-KEY
           EXEC CICS READ
               FILE(WS-FILE-ADRHST)
               INTO(ADRHST-RECORD)
               RIDFLD(ADRHST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1                    TO WS-HIST-FAILED
               GO TO 3139-MOVE-EXIT
           END-IF

           MOVE WS-SURV-ID              TO ADRHST-CUST-ID
           MOVE ZERO                    TO WS-SEQ-TRIES
           MOVE DFHRESP(DUPREC)         TO WS-RESP
           PERFORM 3140-WRITE-HISTORY-ENTRY
               UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                   OR WS-SEQ-TRIES > 99

           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1                    TO WS-HIST-FAILED
               GO TO 3139-MOVE-EXIT
           END-IF

           EXEC CICS DELETE
               FILE(WS-FILE-ADRHST)
               RIDFLD(WS-OLD-HIST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1                    TO WS-HIST-FAILED
           ELSE
               ADD 1                    TO WS-HIST-MOVED
           END-IF.

       3139-MOVE-EXIT.
           EXIT.

       3140-WRITE-HISTORY-ENTRY.
           ADD 1                        TO WS-SEQ-TRIES
           EXEC CICS WRITE
               FILE(WS-FILE-ADRHST)
               FROM(ADRHST-RECORD)
               RIDFLD(ADRHST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
               IF ADRHST-SEQ < 99
                   ADD 1                TO ADRHST-SEQ
               ELSE
                   MOVE ZERO            TO ADRHST-SEQ
               END-IF
           END-IF.

      *    The survivor's restriction is added or replaced with the
      *    loser's when the loser's is the more restrictive (2600
      *    decided which), entered under the supervisor's id and
      *    logged with before/after images as BANK87A logs it.
       3200-CARRY-RESTRICTION.
           MOVE 'N'                     TO MRGAUD-RST-ACTION-SW
           MOVE SPACES                  TO MRGAUD-RST-BEFORE
                                           MRGAUD-RST-AFTER
           IF WS-RST-KEEP
               MOVE 'K'                 TO MRGAUD-RST-ACTION-SW
               MOVE CUSTRST-RECORD      TO MRGAUD-RST-BEFORE
                                           MRGAUD-RST-AFTER
           END-IF

           IF NOT WS-RST-ADD AND NOT WS-RST-REPLACE
               GO TO 3290-RESTRICTION-EXIT
           END-IF

           IF WS-RST-ADD
               MOVE WS-SURV-ID          TO CUSTRST-CUST-ID
               MOVE LOSERST-REASON-CODE TO CUSTRST-REASON-CODE
               MOVE LOSERST-EFF-DATE    TO CUSTRST-EFF-DATE
               MOVE LOSERST-BRANCH-ID   TO CUSTRST-BRANCH-ID
               MOVE CA-USER-ID          TO CUSTRST-ENT-USER
               MOVE WS-DATE-YMD         TO CUSTRST-ENT-DATE
               EXEC CICS WRITE
                   FILE(WS-FILE-CUSTRST)
                   FROM(CUSTRST-RECORD)
                   RIDFLD(CUSTRST-CUST-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3290-RESTRICTION-EXIT
               END-IF
               MOVE 'A'                 TO MRGAUD-RST-ACTION-SW
                                           SECLOG-ACTION
               MOVE SPACES              TO SECLOG-BEFORE-IMAGE
           ELSE
               MOVE WS-SURV-ID          TO CUSTRST-CUST-ID
               EXEC CICS READ
                   FILE(WS-FILE-CUSTRST)
                   INTO(CUSTRST-RECORD)
                   RIDFLD(CUSTRST-CUST-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3290-RESTRICTION-EXIT
               END-IF
               MOVE CUSTRST-RECORD      TO SECLOG-BEFORE-IMAGE
                                           MRGAUD-RST-BEFORE
               MOVE LOSERST-REASON-CODE TO CUSTRST-REASON-CODE
               MOVE LOSERST-EFF-DATE    TO CUSTRST-EFF-DATE
               MOVE LOSERST-BRANCH-ID   TO CUSTRST-BRANCH-ID
               MOVE CA-USER-ID          TO CUSTRST-ENT-USER
               MOVE WS-DATE-YMD         TO CUSTRST-ENT-DATE
               EXEC CICS REWRITE
                   FILE(WS-FILE-CUSTRST)
                   FROM(CUSTRST-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3290-RESTRICTION-EXIT
               END-IF
               MOVE 'R'                 TO MRGAUD-RST-ACTION-SW
               MOVE 'C'                 TO SECLOG-ACTION
           END-IF

           MOVE CUSTRST-RECORD          TO SECLOG-AFTER-IMAGE
                                           MRGAUD-RST-AFTER
           PERFORM 3250-WRITE-SECURITY-LOG.

       3290-RESTRICTION-EXIT.
           EXIT.

       3250-WRITE-SECURITY-LOG.
           MOVE CA-USER-ID              TO SECLOG-USER-ID
           MOVE WS-TRANID               TO SECLOG-TRAN-ID
           MOVE EIBTRMID                TO SECLOG-TERM-ID
           MOVE 'CUSTRST'               TO SECLOG-FILE-ID
           MOVE WS-SURV-ID              TO SECLOG-REC-KEY
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

       3300-CARRY-PREFERENCES.
           MOVE 'N'                     TO MRGAUD-PRF-ACTION-SW
           MOVE SPACES                  TO MRGAUD-PRF-BEFORE
                                           MRGAUD-PRF-AFTER
           IF WS-PRF-KEEP
               MOVE 'K'                 TO MRGAUD-PRF-ACTION-SW
               MOVE CUSTPRF-RECORD      TO MRGAUD-PRF-BEFORE
                                           MRGAUD-PRF-AFTER
           END-IF

           IF NOT WS-PRF-ADD AND NOT WS-PRF-CHANGE
               GO TO 3390-PREFERENCE-EXIT
           END-IF

           IF WS-PRF-ADD
               MOVE WS-SURV-ID          TO CUSTPRF-CUST-ID
               MOVE WS-NEW-PAPERLESS    TO CUSTPRF-PAPERLESS-SW
               MOVE WS-NEW-MKTG         TO CUSTPRF-MKTG-OPTIN-SW
               MOVE SPACES              TO CUSTPRF-CYCLE-CD
               EXEC CICS WRITE
                   FILE(WS-FILE-CUSTPRF)
                   FROM(CUSTPRF-RECORD)
                   RIDFLD(CUSTPRF-CUST-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3390-PREFERENCE-EXIT
               END-IF
               MOVE 'A'                 TO MRGAUD-PRF-ACTION-SW
           ELSE
               MOVE WS-SURV-ID          TO CUSTPRF-CUST-ID
               EXEC CICS READ
                   FILE(WS-FILE-CUSTPRF)
                   INTO(CUSTPRF-RECORD)
                   RIDFLD(CUSTPRF-CUST-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3390-PREFERENCE-EXIT
               END-IF
               MOVE CUSTPRF-RECORD      TO MRGAUD-PRF-BEFORE
               MOVE WS-NEW-PAPERLESS    TO CUSTPRF-PAPERLESS-SW
               MOVE WS-NEW-MKTG         TO CUSTPRF-MKTG-OPTIN-SW
               EXEC CICS REWRITE
                   FILE(WS-FILE-CUSTPRF)
                   FROM(CUSTPRF-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   ADD 1                TO WS-ITEM-FAILED
                   GO TO 3390-PREFERENCE-EXIT
               END-IF
               MOVE 'C'                 TO MRGAUD-PRF-ACTION-SW
           END-IF

           MOVE CUSTPRF-RECORD          TO MRGAUD-PRF-AFTER.

       3390-PREFERENCE-EXIT.
           EXIT.

      *    The loser's open suspense items are abandoned - the
      *    bad address belonged to a member number that is going
      *    away - stamped with the supervisor, as BANK81A stamps a
      *    worked or abandoned item.
       3400-CLOSE-SUSPENSE.
           MOVE WS-LOSE-ID              TO EMLSUSP-CUST-ID
           MOVE ZERO                    TO EMLSUSP-DATE
           MOVE LOW-VALUES              TO EMLSUSP-TIME
           MOVE SPACES                  TO WS-BROWSE-KEY
           MOVE EMLSUSP-KEY             TO WS-BROWSE-KEY
           MOVE 'N'                     TO WS-KEYS-DONE-SW

           PERFORM 3410-CLOSE-SUSPENSE-BATCH
               UNTIL WS-KEYS-DONE.

       3410-CLOSE-SUSPENSE-BATCH.
           MOVE ZERO                    TO WS-KEY-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-BROWSE-KEY           TO EMLSUSP-KEY

           EXEC CICS STARTBR
               FILE(WS-FILE-EMLSUSP)
               RIDFLD(EMLSUSP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3420-COLLECT-SUSPENSE-KEY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-EMLSUSP)
               END-EXEC
           END-IF

           IF WS-KEY-COUNT < WS-MAX-KEYS
               MOVE 'Y'                 TO WS-KEYS-DONE-SW
           END-IF

           IF WS-KEY-COUNT > ZERO
               MOVE WS-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
               PERFORM 3430-CLOSE-SUSPENSE-ITEM
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
           END-IF.

       3420-COLLECT-SUSPENSE-KEY.
           EXEC CICS READNEXT
               FILE(WS-FILE-EMLSUSP)
               INTO(EMLSUSP-RECORD)
               RIDFLD(EMLSUSP-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EMLSUSP-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF EMLSUSP-OPEN
                   AND EMLSUSP-KEY NOT = WS-BROWSE-KEY
                   ADD 1                TO WS-KEY-COUNT
                   MOVE EMLSUSP-KEY     TO WS-KEY-ENTRY(WS-KEY-COUNT)
                   IF WS-KEY-COUNT = WS-MAX-KEYS
                       MOVE 'Y'         TO WS-BROWSE-DONE-SW
                   END-IF
               END-IF
           END-IF.

       3430-CLOSE-SUSPENSE-ITEM.
           MOVE WS-KEY-ENTRY(WS-KEY-IDX) TO EMLSUSP-KEY
           EXEC CICS READ
               FILE(WS-FILE-EMLSUSP)
               INTO(EMLSUSP-RECORD)
               RIDFLD(EMLSUSP-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1                    TO WS-ITEM-FAILED
           ELSE
               IF NOT EMLSUSP-OPEN
                   EXEC CICS UNLOCK
                       FILE(WS-FILE-EMLSUSP)
                   END-EXEC
               ELSE
                   MOVE 'A'             TO EMLSUSP-STATUS-SW
                   MOVE CA-USER-ID      TO EMLSUSP-WORKED-USER
                   MOVE WS-DATE-OUT     TO EMLSUSP-WORKED-DATE
                   MOVE WS-TIME-OUT     TO EMLSUSP-WORKED-TIME
                   EXEC CICS REWRITE
                       FILE(WS-FILE-EMLSUSP)
                       FROM(EMLSUSP-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       ADD 1            TO WS-ITEM-FAILED
                   ELSE
                       ADD 1            TO WS-SUSP-CLOSED
                   END-IF
               END-IF
           END-IF.

      *    Held and future-dated changes to the loser are cancelled:
      *    releasing one on BANK83A, or BKPNDAPL applying one, would
      *    post to a closed member.  Stamped with the supervisor,
      *    as BANK83A stamps a rejection.
       3500-CLOSE-PENDING.
           MOVE WS-LOSE-ID              TO PENDCHG-CUST-ID
           MOVE ZERO                    TO PENDCHG-DATE
           MOVE LOW-VALUES              TO PENDCHG-TIME
           MOVE SPACES                  TO WS-BROWSE-KEY
           MOVE PENDCHG-KEY             TO WS-BROWSE-KEY
           MOVE 'N'                     TO WS-KEYS-DONE-SW

           PERFORM 3510-CLOSE-PENDING-BATCH
               UNTIL WS-KEYS-DONE.

       3510-CLOSE-PENDING-BATCH.
           MOVE ZERO                    TO WS-KEY-COUNT
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE WS-BROWSE-KEY           TO PENDCHG-KEY

           EXEC CICS STARTBR
               FILE(WS-FILE-PENDCHG)
               RIDFLD(PENDCHG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3520-COLLECT-PENDING-KEY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE(WS-FILE-PENDCHG)
               END-EXEC
           END-IF

           IF WS-KEY-COUNT < WS-MAX-KEYS
               MOVE 'Y'                 TO WS-KEYS-DONE-SW
           END-IF

           IF WS-KEY-COUNT > ZERO
               MOVE WS-KEY-ENTRY(WS-KEY-COUNT) TO WS-BROWSE-KEY
               PERFORM 3530-CLOSE-PENDING-ITEM
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
           END-IF.

       3520-COLLECT-PENDING-KEY.
           EXEC CICS READNEXT
               FILE(WS-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(PENDCHG-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR PENDCHG-CUST-ID NOT = WS-LOSE-ID
               MOVE 'Y'                 TO WS-BROWSE-DONE-SW
           ELSE
               IF (PENDCHG-HELD OR PENDCHG-FUTURE)
                   AND PENDCHG-KEY NOT = WS-BROWSE-KEY
                   ADD 1                TO WS-KEY-COUNT
                   MOVE PENDCHG-KEY     TO WS-KEY-ENTRY(WS-KEY-COUNT)
                   IF WS-KEY-COUNT = WS-MAX-KEYS
                       MOVE 'Y'         TO WS-BROWSE-DONE-SW
                   END-IF
               END-IF
           END-IF.

       3530-CLOSE-PENDING-ITEM.
           MOVE WS-KEY-ENTRY(WS-KEY-IDX) TO PENDCHG-KEY
           EXEC CICS READ
               FILE(WS-FILE-PENDCHG)
               INTO(PENDCHG-RECORD)
               RIDFLD(PENDCHG-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1                    TO WS-ITEM-FAILED
           ELSE
               IF NOT PENDCHG-HELD AND NOT PENDCHG-FUTURE
                   EXEC CICS UNLOCK
                       FILE(WS-FILE-PENDCHG)
                   END-EXEC
               ELSE
                   MOVE 'X'             TO PENDCHG-STATUS-SW
                   MOVE CA-USER-ID      TO PENDCHG-DISP-USER
                   MOVE WS-DATE-OUT     TO PENDCHG-DISP-DATE
                   MOVE WS-TIME-OUT     TO PENDCHG-DISP-TIME
                   EXEC CICS REWRITE
                       FILE(WS-FILE-PENDCHG)
                       FROM(PENDCHG-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       ADD 1            TO WS-ITEM-FAILED
                   ELSE
                       ADD 1            TO WS-PEND-CLOSED
                   END-IF
               END-IF
           END-IF.

      *    Closed the way BANK80A's PF10 closes a member, with the
      *    survivor's number left on the record.  The REWRITE goes
      *    through the base cluster, so the CUSTNAM path is upgraded
      *    with it.
       3600-CLOSE-LOSER.
           MOVE WS-LOSE-ID              TO CUST-ID
           EXEC CICS READ
               FILE(WS-FILE-CUSTMST)
               INTO(CUSTMST-RECORD)
               RIDFLD(CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-STEP-FAILED-SW
               GO TO 3690-CLOSE-EXIT
           END-IF

           IF NOT CUST-ACTIVE
               EXEC CICS UNLOCK
                   FILE(WS-FILE-CUSTMST)
               END-EXEC
               MOVE 'Y'                 TO WS-STEP-FAILED-SW
               GO TO 3690-CLOSE-EXIT
           END-IF

           MOVE 'C'                     TO CUST-STATUS-SW
           MOVE WS-DATE-YMD             TO CUST-CLOSE-DATE
           MOVE WS-SURV-ID              TO CUST-MERGED-TO-ID
           MOVE CA-USER-ID              TO CUST-LAST-UPD-USER
           MOVE WS-DATE-OUT             TO CUST-LAST-UPD-DATE
           MOVE WS-TIME-OUT             TO CUST-LAST-UPD-TIME

           EXEC CICS REWRITE
               FILE(WS-FILE-CUSTMST)
               FROM(CUSTMST-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-STEP-FAILED-SW
           END-IF.

       3690-CLOSE-EXIT.
           EXIT.

      *    One audit record per merge attempt, complete or not, so a
      *    partial merge is on the record before it is re-run.
       3700-WRITE-MERGE-AUDIT.
           MOVE CA-USER-ID              TO MRGAUD-USER-ID
           MOVE WS-TRANID               TO MRGAUD-TRAN-ID
           MOVE EIBTRMID                TO MRGAUD-TERM-ID
           MOVE WS-DATE-YMD             TO MRGAUD-DATE
           MOVE WS-TIME-OUT             TO MRGAUD-TIME
           MOVE WS-SURV-ID              TO MRGAUD-SURV-ID
           MOVE WS-LOSE-ID              TO MRGAUD-LOSE-ID
           MOVE WS-HIST-MOVED           TO MRGAUD-HIST-MOVED
           MOVE WS-HIST-FAILED          TO MRGAUD-HIST-FAILED
           MOVE WS-SUSP-CLOSED          TO MRGAUD-SUSP-CLOSED
           MOVE WS-PEND-CLOSED          TO MRGAUD-PEND-CLOSED
           IF WS-STEP-FAILED
               MOVE 'P'                 TO MRGAUD-RESULT-SW
           ELSE
               MOVE 'C'                 TO MRGAUD-RESULT-SW
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE(WS-TDQ-MRGAUD)
               FROM(MRGAUD-RECORD)
               LENGTH(LENGTH OF MRGAUD-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'MERGE AUDIT NOT WRITTEN - NOTIFY SUPPORT'
                                         TO GLIN12O
           END-IF.

       8100-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM('BANK91A SESSION ENDED')
               LENGTH(21)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       9000-SEND-INITIAL-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK91AO)
               ERASE
               CURSOR
           END-EXEC.

       9100-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSETNAME)
               FROM(BANK91AO)
               DATAONLY
               CURSOR
           END-EXEC.

       9900-RETURN-TRANS.
           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
