       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKSECRPT.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKSECRPT - Access Recertification Report                      *
      *  Periodic (quarterly) run for the branch managers' access      *
      *  recertification.  Reads the security log accumulated over     *
      *  the period - the SECLOG extrapartition dataset written by     *
      *  BANK84A, BANK86A, BANK87A, BANK88A, BANK89A and BANK92A for   *
      *  every maintenance action on USRSEC, STCYREF, CUSTRST, ADRSTD, *
      *  ALTADR and BRNREF, and by every signing-on screen for failed  *
      *  and locked-out sign-ons - and browses USRSEC.  Three          *
      *  sections:                                                     *
      *    - every active id with its type and last sign-on date,      *
      *      flagged where ninety days or more have passed since the   *
      *      last sign-on (or there never was one), with the period's  *
      *      refused sign-ons;                                         *
      *    - supervisors who both granted supervisor authority         *
      *      (BANK86A add as S, or type change to S) and used the      *
      *      supervisor-only reference maintenance in the period;      *
      *    - the period's log itself, oldest first, with the before    *
      *      and after image of every maintenance action.              *
      *  Registers with the BKRUNCTL run control; this is a periodic   *
      *  run, not part of the nightly stream BKBALCHK completes.       *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.  The ninety days are true
      *                   days between the last sign-on and the run
      *                   date, on the day numbers BKWQAGE ages its
      *                   queues with.
      *  BANK-APPL-DEV  - An inquiry-only id refused by a maintenance
      *                   screen prints as INQUIRY ONLY in the log
      *                   section and counts with the id's refused sign-
      *                   ons.
      *  BANK-APPL-DEV  - Branch reference (BRNREF) maintenance on
      *                   BANK92A counts as use of elevated access.
      *  BANK-APPL-DEV  - Alternate-address (ALTADR) maintenance from
      *                   BANK89A prints in the log section, a delete
      *                   as DELETE.  It is member maintenance open to
      *                   any signed-on id, not elevated access.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE      ASSIGN TO SECLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT USRSEC-FILE      ASSIGN TO USRSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRSEC-USER-ID
               FILE STATUS IS WS-USRSEC-STATUS.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY MSECLOG.

       FD  USRSEC-FILE.
           COPY MUSRSEC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SECLOG-EOF-SW        PIC X     VALUE 'N'.
               88  WS-SECLOG-EOF                 VALUE 'Y'.
           05  WS-USRSEC-EOF-SW        PIC X     VALUE 'N'.
               88  WS-USRSEC-EOF                 VALUE 'Y'.
           05  WS-USRSEC-STATUS        PIC X(2).
               88  WS-USRSEC-OK                  VALUE '00'.
           05  WS-USR-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-USR-FOUND                  VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-DORMANT-DAYS         PIC 9(2)  VALUE 90.

       01  WS-COUNTERS.
           05  WS-LOG-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-MAINT-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-SIGNON-FAIL-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-GRANT-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-INACTIVE-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-DORMANT-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-DUAL-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-USR-OVERFLOW-COUNT   PIC 9(7)  VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-TODAY-DAYNO          PIC 9(7)  VALUE ZERO.
           05  WS-IDLE-DAYS            PIC S9(7) VALUE ZERO.
           05  WS-FIRST-LOG-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-LAST-LOG-DATE        PIC 9(8)  VALUE ZERO.

      *    Days since the last sign-on.  Dates become day numbers by
      *    the March-based civil-calendar arithmetic BKWQAGE ages its
      *    queues with (each quotient taken on its own, so every
      *    division truncates).
       01  WS-DAYNO-WORK.
           05  WS-DN-DATE              PIC 9(8).
           05  WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY          PIC 9(4).
               10  WS-DN-MM            PIC 9(2).
               10  WS-DN-DD            PIC 9(2).
           05  WS-DN-YEAR              PIC 9(5).
           05  WS-DN-MONTH             PIC 9(2).
           05  WS-DN-Q4                PIC 9(5).
           05  WS-DN-Q100              PIC 9(5).
           05  WS-DN-Q400              PIC 9(5).
           05  WS-DN-MTERM-WORK        PIC 9(5).
           05  WS-DN-MTERM             PIC 9(5).
           05  WS-DN-NUMBER            PIC 9(7).

      *    Per-id activity gathered from the log on the first pass,
      *    looked up again as USRSEC is browsed.  An id shows here
      *    either as the one who acted or as the id a refused
      *    sign-on was attempted under.  Entries beyond capacity are
      *    counted and reported, not silently dropped - the style of
      *    BKADRSRV's tables.
       01  WS-USER-TABLE.
           05  WS-USR-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-USR-ENTRY            OCCURS 1000 TIMES.
               10  WS-USR-ID           PIC X(5).
               10  WS-USR-GRANTS       PIC 9(5).
               10  WS-USR-ELEVATED     PIC 9(5).
               10  WS-USR-FAILS        PIC 9(5).
       01  WS-USR-IDX                  PIC 9(4)  VALUE ZERO.
       01  WS-USR-HIT                  PIC 9(4)  VALUE ZERO.
       01  WS-LOOKUP-ID                PIC X(5).

       01  WS-PRINT-WORK.
           05  WS-LAST-SIGNON-TEXT     PIC X(8).
           05  WS-FLAG-TEXT            PIC X(40).
           05  WS-ACTION-TEXT          PIC X(12).
           05  WS-PRT-FAILS            PIC 9(5).

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-LOG-ENTRY
               UNTIL WS-SECLOG-EOF
           CLOSE SECLOG-FILE
           PERFORM 3000-PRINT-ACCESS-SECTION
           PERFORM 4000-PRINT-DUAL-ROLE-SECTION
           PERFORM 5000-PRINT-LOG-SECTION
           PERFORM 9000-FINALIZE
           GOBACK.

      *    Register the run before any file is opened, so a double
      *    run or an out-of-sequence start is refused before the
      *    report dataset is touched.
       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKSECRPT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKSECRPT RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

      *    "No sign-on for ninety days" is counted in true days: the
      *    run date's day number here, each id's last sign-on's in
      *    3200, flagged when they are ninety or more apart.
       1000-INITIALIZE.
           MOVE WS-SYS-DATE             TO WS-DN-DATE
           PERFORM 3300-COMPUTE-DAY-NUMBER
           MOVE WS-DN-NUMBER            TO WS-TODAY-DAYNO

           OPEN INPUT  SECLOG-FILE
           OPEN OUTPUT RPT-FILE

           PERFORM 1100-PRINT-HEADINGS

           READ SECLOG-FILE
               AT END
                   MOVE 'Y'             TO WS-SECLOG-EOF-SW
           END-READ.

       1100-PRINT-HEADINGS.
           MOVE SPACES                  TO RPT-LINE
           MOVE '1'                     TO RPT-CC
           MOVE 'MEMBER MAINTENANCE'    TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'ACCESS RECERTIFICATION REPORT' TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RUN DATE: ' WS-SYS-DATE
               '   FLAGGED: NO SIGN-ON IN ' WS-DORMANT-DAYS
               ' DAYS OR MORE'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

      *    First pass over the log: per-id counts of supervisor
      *    grants, reference maintenance and refused sign-ons.  A
      *    grant is an add as a supervisor or a type change that
      *    made the id a supervisor; using elevated access is any
      *    supervisor-only maintenance of STCYREF, CUSTRST, ADRSTD
      *    or BRNREF.
       2000-GATHER-LOG-ENTRY.
           ADD 1                        TO WS-LOG-READ-COUNT
           IF WS-FIRST-LOG-DATE = ZERO
               MOVE SECLOG-DATE         TO WS-FIRST-LOG-DATE
           END-IF
           MOVE SECLOG-DATE             TO WS-LAST-LOG-DATE

           MOVE SECLOG-USER-ID          TO WS-LOOKUP-ID
           PERFORM 2100-FIND-USER-ENTRY
           IF NOT WS-USR-FOUND
               PERFORM 2150-ADD-USER-ENTRY
           END-IF

           IF SECLOG-FILE-SIGNON
               ADD 1                    TO WS-SIGNON-FAIL-COUNT
               IF WS-USR-HIT > ZERO
                   ADD 1                TO WS-USR-FAILS(WS-USR-HIT)
               END-IF
           ELSE
               ADD 1                    TO WS-MAINT-COUNT
           END-IF

           IF SECLOG-FILE-USRSEC
               AND SECLOG-AFTER-TYPE = 'S'
               AND (SECLOG-ADD
                    OR (SECLOG-TYPE-CHANGE
                        AND SECLOG-BEFORE-TYPE NOT = 'S'))
               ADD 1                    TO WS-GRANT-COUNT
               IF WS-USR-HIT > ZERO
                   ADD 1                TO WS-USR-GRANTS(WS-USR-HIT)
               END-IF
           END-IF

           IF SECLOG-FILE-STCYREF
               OR SECLOG-FILE-CUSTRST
               OR SECLOG-FILE-ADRSTD
               OR SECLOG-FILE-BRNREF
               IF WS-USR-HIT > ZERO
                   ADD 1                TO WS-USR-ELEVATED(WS-USR-HIT)
               END-IF
           END-IF

           READ SECLOG-FILE
               AT END
                   MOVE 'Y'             TO WS-SECLOG-EOF-SW
           END-READ.

      *    Find WS-LOOKUP-ID in the per-id table.  WS-USR-HIT is
      *    zero when the id is not there.
       2100-FIND-USER-ENTRY.
           MOVE 'N'                     TO WS-USR-FOUND-SW
           MOVE ZERO                    TO WS-USR-HIT
           PERFORM 2110-MATCH-USER-ENTRY
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT
                   OR WS-USR-FOUND.

       2110-MATCH-USER-ENTRY.
           IF WS-USR-ID(WS-USR-IDX) = WS-LOOKUP-ID
               MOVE 'Y'                 TO WS-USR-FOUND-SW
               MOVE WS-USR-IDX          TO WS-USR-HIT
           END-IF.

      *    A new id from the log.  WS-USR-HIT stays zero only when
      *    the table is full.
       2150-ADD-USER-ENTRY.
           IF WS-USR-COUNT < 1000
               ADD 1                    TO WS-USR-COUNT
               MOVE WS-USR-COUNT        TO WS-USR-HIT
               MOVE WS-LOOKUP-ID        TO WS-USR-ID(WS-USR-HIT)
               MOVE ZERO                TO WS-USR-GRANTS(WS-USR-HIT)
                                           WS-USR-ELEVATED(WS-USR-HIT)
                                           WS-USR-FAILS(WS-USR-HIT)
           ELSE
               ADD 1                    TO WS-USR-OVERFLOW-COUNT
           END-IF.

      *    Browse USRSEC in id order - one line per active id.
      *    Deactivated ids are counted but not listed; they cannot
      *    sign on and need no recertification.
       3000-PRINT-ACCESS-SECTION.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'ACTIVE USER IDS' TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  USER   NAME                   TYPE'
               '    LAST SIGNON LOCKED REFUSED'
               '            FLAG'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           OPEN INPUT USRSEC-FILE
           MOVE LOW-VALUES              TO USRSEC-USER-ID
           START USRSEC-FILE
               KEY IS NOT LESS THAN USRSEC-USER-ID
               INVALID KEY
                   MOVE 'Y'             TO WS-USRSEC-EOF-SW
           END-START

           PERFORM 3100-READ-NEXT-USER
           PERFORM 3200-PRINT-USER-LINE
               THRU 3290-USER-LINE-EXIT
               UNTIL WS-USRSEC-EOF

           CLOSE USRSEC-FILE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

       3100-READ-NEXT-USER.
           IF NOT WS-USRSEC-EOF
               READ USRSEC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y'         TO WS-USRSEC-EOF-SW
               END-READ
           END-IF

      *    Any status other than a clean read or end-of-file here is
      *    a broken browse - stop before it spins.
           IF NOT WS-USRSEC-EOF AND NOT WS-USRSEC-OK
               DISPLAY 'BKSECRPT - USRSEC READ ERROR - STATUS '
                   WS-USRSEC-STATUS
               MOVE 'Y'                 TO WS-USRSEC-EOF-SW
           END-IF.

       3200-PRINT-USER-LINE.
           IF NOT USRSEC-ACTIVE
               ADD 1                    TO WS-INACTIVE-COUNT
               PERFORM 3100-READ-NEXT-USER
               GO TO 3290-USER-LINE-EXIT
           END-IF

           ADD 1                        TO WS-ACTIVE-COUNT
           MOVE USRSEC-USER-ID          TO WS-LOOKUP-ID
           PERFORM 2100-FIND-USER-ENTRY

           MOVE SPACES                  TO WS-FLAG-TEXT
           IF USRSEC-LAST-SIGNON-DATE = ZERO
               MOVE 'NEVER'             TO WS-LAST-SIGNON-TEXT
               MOVE '*** NEVER SIGNED ON' TO WS-FLAG-TEXT
               ADD 1                    TO WS-DORMANT-COUNT
           ELSE
               MOVE USRSEC-LAST-SIGNON-DATE TO WS-LAST-SIGNON-TEXT
               MOVE USRSEC-LAST-SIGNON-DATE TO WS-DN-DATE
               PERFORM 3300-COMPUTE-DAY-NUMBER
               COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYNO - WS-DN-NUMBER
               IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
                   MOVE '*** NO SIGN-ON 90+ DAYS' TO WS-FLAG-TEXT
                   ADD 1                TO WS-DORMANT-COUNT
               END-IF
           END-IF

           MOVE ZERO                    TO WS-PRT-FAILS
           IF WS-USR-HIT > ZERO
               MOVE WS-USR-FAILS(WS-USR-HIT) TO WS-PRT-FAILS
               IF USRSEC-SUPERVISOR
                   AND WS-USR-GRANTS(WS-USR-HIT) > ZERO
                   AND WS-USR-ELEVATED(WS-USR-HIT) > ZERO
                   IF WS-FLAG-TEXT = SPACES
                       MOVE '*** GRANTED AND USED ELEVATED ACCESS'
                                         TO WS-FLAG-TEXT
                   ELSE
                       MOVE '*** DORMANT, GRANTED AND USED ELEVATED'
                                         TO WS-FLAG-TEXT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  ' USRSEC-USER-ID
               '  ' USRSEC-USER-NAME
               '  ' USRSEC-USER-TYPE
               '     ' WS-LAST-SIGNON-TEXT
               '     ' USRSEC-LOCKED-SW
               '       ' WS-PRT-FAILS
               '            ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 3100-READ-NEXT-USER.

       3290-USER-LINE-EXIT.
           EXIT.

       3300-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY              TO WS-DN-YEAR
           MOVE WS-DN-MM                TO WS-DN-MONTH
           IF WS-DN-MONTH <= 2
               SUBTRACT 1               FROM WS-DN-YEAR
               ADD 12                   TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4       GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100     GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400     GIVING WS-DN-Q400
           COMPUTE WS-DN-MTERM-WORK = (153 * (WS-DN-MONTH - 3)) + 2
           DIVIDE WS-DN-MTERM-WORK BY 5 GIVING WS-DN-MTERM
           COMPUTE WS-DN-NUMBER = (365 * WS-DN-YEAR)
               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
               + WS-DN-MTERM + WS-DN-DD.

      *    A supervisor who both hands out supervisor authority and
      *    uses it on the reference files in the same period is the
      *    separation-of-duties case the managers sign off on.  The
      *    table carries every id that acted, whatever its type now.
       4000-PRINT-DUAL-ROLE-SECTION.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'SUPERVISORS WHO GRANTED AND USED ELEVATED ACCESS'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 4100-PRINT-DUAL-ROLE-LINE
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT

           IF WS-DUAL-COUNT = ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               MOVE '  NONE'            TO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

       4100-PRINT-DUAL-ROLE-LINE.
           IF WS-USR-GRANTS(WS-USR-IDX) > ZERO
               AND WS-USR-ELEVATED(WS-USR-IDX) > ZERO
               ADD 1                    TO WS-DUAL-COUNT
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING '  USER ' WS-USR-ID(WS-USR-IDX)
                   '  GRANTS ' WS-USR-GRANTS(WS-USR-IDX)
                   '  REFERENCE CHANGES ' WS-USR-ELEVATED(WS-USR-IDX)
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

      *    Second pass: the log itself, as written - oldest first.
      *    A maintenance entry prints with its before and after
      *    images (the USRSEC password was blanked before the log
      *    was ever written); a refused sign-on prints on one line.
       5000-PRINT-LOG-SECTION.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'SECURITY LOG FROM ' WS-FIRST-LOG-DATE
               ' TO ' WS-LAST-LOG-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE 'N'                     TO WS-SECLOG-EOF-SW
           OPEN INPUT SECLOG-FILE
           READ SECLOG-FILE
               AT END
                   MOVE 'Y'             TO WS-SECLOG-EOF-SW
           END-READ

           IF WS-SECLOG-EOF
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               MOVE '  NONE'            TO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           PERFORM 5100-PRINT-LOG-ENTRY
               UNTIL WS-SECLOG-EOF

           CLOSE SECLOG-FILE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

       5100-PRINT-LOG-ENTRY.
           PERFORM 5200-SET-ACTION-TEXT

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  ' SECLOG-DATE
               ' ' SECLOG-TIME
               '  USER ' SECLOG-USER-ID
               '  TRAN ' SECLOG-TRAN-ID
               '  TERM ' SECLOG-TERM-ID
               '  ' SECLOG-FILE-ID
               ' ' WS-ACTION-TEXT
               '  KEY ' SECLOG-REC-KEY
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           IF NOT SECLOG-FILE-SIGNON
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING '      BEFORE: ' SECLOG-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE

               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING '      AFTER:  ' SECLOG-AFTER-IMAGE
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           READ SECLOG-FILE
               AT END
                   MOVE 'Y'             TO WS-SECLOG-EOF-SW
           END-READ.

       5200-SET-ACTION-TEXT.
           EVALUATE TRUE
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-UNKNOWN
                   MOVE 'UNKNOWN ID'    TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-LOCKED
                   MOVE 'ID LOCKED'     TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-NO-PSWD
                   MOVE 'NO PASSWORD'   TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-BAD-PSWD
                   MOVE 'BAD PASSWORD'  TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-LOCKOUT
                   MOVE 'LOCKED OUT'    TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-NOT-SUPER
                   MOVE 'NOT SUPERVSR'  TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-SIGNON AND SECLOG-SIGNON-INQUIRY
                   MOVE 'INQUIRY ONLY'  TO WS-ACTION-TEXT
               WHEN SECLOG-FILE-ALTADR AND SECLOG-DEACTIVATE
                   MOVE 'DELETE'        TO WS-ACTION-TEXT
               WHEN SECLOG-ADD
                   MOVE 'ADD'           TO WS-ACTION-TEXT
               WHEN SECLOG-CHANGE
                   MOVE 'CHANGE'        TO WS-ACTION-TEXT
               WHEN SECLOG-DEACTIVATE
                   MOVE 'DEACTIVATE'    TO WS-ACTION-TEXT
               WHEN SECLOG-LIFT
                   MOVE 'LIFT'          TO WS-ACTION-TEXT
               WHEN SECLOG-RESET
                   MOVE 'RESET'         TO WS-ACTION-TEXT
               WHEN SECLOG-TYPE-CHANGE
                   MOVE 'TYPE CHANGE'   TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SECLOG-ACTION   TO WS-ACTION-TEXT
           END-EVALUATE.

       9000-FINALIZE.
           IF WS-USR-OVERFLOW-COUNT > ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING 'TABLE CAPACITY EXCEEDED - '
                   WS-USR-OVERFLOW-COUNT
                   ' LOG ENTRIES NOT COUNTED AGAINST AN ID'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'LOG ENTRIES READ: ' WS-LOG-READ-COUNT
               '   MAINTENANCE: ' WS-MAINT-COUNT
               '   REFUSED SIGN-ONS: ' WS-SIGNON-FAIL-COUNT
               '   SUPERVISOR GRANTS: ' WS-GRANT-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'ACTIVE IDS: ' WS-ACTIVE-COUNT
               '   INACTIVE: ' WS-INACTIVE-COUNT
               '   NO SIGN-ON 90+ DAYS: ' WS-DORMANT-COUNT
               '   GRANTED AND USED: ' WS-DUAL-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           CLOSE RPT-FILE

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKSECRPT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-LOG-READ-COUNT       TO RUNPARM-READ-COUNT
           MOVE WS-ACTIVE-COUNT         TO RUNPARM-SELECT-COUNT
           MOVE WS-DORMANT-COUNT        TO RUNPARM-WRITE-COUNT
           MOVE WS-DUAL-COUNT           TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKSECRPT - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
