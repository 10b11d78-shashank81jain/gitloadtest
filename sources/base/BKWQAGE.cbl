       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKWQAGE.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKWQAGE - Nightly Work-Queue Aging and Held-Change Expiry     *
      *  Ages the two back-office work queues by business days         *
      *  (Monday to Friday) since the item was entered: held PENDCHG   *
      *  changes (status H) waiting for a supervisor on BANK83A and    *
      *  open EMLSUSP items (status O) waiting on BANK81A.  Every      *
      *  item past its queue's service level prints on the report.     *
      *  A held change older than the expiry limit is closed to        *
      *  status E with the disposition trail stamped BATCH, and        *
      *  prints with the values it carried so the teller can re-key    *
      *  the change if the member still wants it.  The items still     *
      *  queued after the run are then summarized into age buckets     *
      *  (0-1, 2-5, 6-10, over 10 business days) by queue, by          *
      *  PENDCHG risk code and by entering user.                       *
      *  PARMIN overrides the limits - PENDSLA=nnn and SUSPSLA=nnn     *
      *  (service levels, defaults 2 and 5) and EXPIRE=nnn (default    *
      *  20, zero turns expiry off); '*' records are comments.         *
      *  Registers with the BKRUNCTL run control: READ carries every   *
      *  record read on both files, SELECT the queued items aged,      *
      *  WRITE the changes expired and WRITE2 the items still queued,  *
      *  so BKBALCHK can prove every aged item was either expired or   *
      *  left on its queue.                                            *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - Ages NCOA moves held for an alternate address
      *                   in force (risk A) on their own line.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PENDCHG-FILE     ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDCHG-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT EMLSUSP-FILE     ASSIGN TO EMLSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMLSUSP-KEY
               FILE STATUS IS WS-EMLSUSP-STATUS.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD                 PIC X(80).

       FD  PENDCHG-FILE.
           COPY MPENDCHG.

       FD  EMLSUSP-FILE.
           COPY MEMLSUSP.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-STATUS          PIC X(2).
               88  WS-PARM-OK                    VALUE '00'.
           05  WS-PARM-EOF-SW          PIC X     VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-PENDCHG-EOF-SW       PIC X     VALUE 'N'.
               88  WS-PENDCHG-EOF                VALUE 'Y'.
           05  WS-PENDCHG-STATUS       PIC X(2).
               88  WS-PENDCHG-OK                 VALUE '00'.
           05  WS-EMLSUSP-EOF-SW       PIC X     VALUE 'N'.
               88  WS-EMLSUSP-EOF                VALUE 'Y'.
           05  WS-EMLSUSP-STATUS       PIC X(2).
               88  WS-EMLSUSP-OK                 VALUE '00'.
           05  WS-USER-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-USER-FOUND                 VALUE 'Y'.
           05  WS-EXPIRED-SW           PIC X     VALUE 'N'.
               88  WS-ITEM-EXPIRED               VALUE 'Y'.

      *    Service levels and the expiry limit, in business days.
      *    PARMIN overrides them; an item is past its service level
      *    once its age exceeds the limit.
       01  WS-LIMITS.
           05  WS-PEND-SLA-DAYS        PIC 9(3)  VALUE 2.
           05  WS-SUSP-SLA-DAYS        PIC 9(3)  VALUE 5.
           05  WS-EXPIRE-DAYS          PIC 9(3)  VALUE 20.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-AGED-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-QUEUED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-PAST-SLA-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-USER-OVERFLOW-COUNT  PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-SYS-TIME             PIC 9(8).
           05  WS-SYS-TIME-R REDEFINES WS-SYS-TIME.
               10  WS-SYS-HH           PIC 9(2).
               10  WS-SYS-MN           PIC 9(2).
               10  WS-SYS-SS           PIC 9(2).
               10  FILLER              PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).
           05  WS-RUN-TIME             PIC X(8).

      *    Business-day age.  Dates become day numbers by the usual
      *    March-based civil-calendar arithmetic (each quotient taken
      *    on its own, so every division truncates); a day number
      *    plus one, divided by seven, leaves 0 to 4 for Monday to
      *    Friday.  No holiday calendar is kept - a holiday counts
      *    as a business day.
       01  WS-AGE-WORK.
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
           05  WS-TODAY-DAYNO          PIC 9(7).
           05  WS-FROM-DAYNO           PIC 9(7).
           05  WS-DAY-SPAN             PIC 9(7).
           05  WS-WEEK-COUNT           PIC 9(7).
           05  WS-TAIL-DAYS            PIC 9(1).
           05  WS-TAIL-IDX             PIC 9(1).
           05  WS-WEEKDAY-WORK         PIC 9(7).
           05  WS-WEEKDAY-QUOT         PIC 9(7).
           05  WS-WEEKDAY              PIC 9(1).
           05  WS-AGE-FROM-DATE        PIC 9(8).
           05  WS-AGE-DAYS             PIC 9(5).
           05  WS-AGE-DISPLAY          PIC ZZZZ9.
           05  WS-BUCKET-IDX           PIC 9(1).

       01  WS-BUCKET-HEADINGS.
           05  WS-COL-HEAD-BKT         PIC X(132) VALUE
               '                              0-1 DAYS   2-5 DAYS  6-10
      -        ' DAYS  OVER 10     TOTAL'.

      *    Still-queued items by queue and age bucket - row 1 held
      *    changes, row 2 e-mail suspense.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY          OCCURS 2 TIMES.
               10  WS-QUEUE-BKT        OCCURS 4 TIMES
                                       PIC 9(7).
               10  WS-QUEUE-TOTAL      PIC 9(7).
       01  WS-QUEUE-IDX                PIC 9(1)  VALUE ZERO.
       01  WS-QUEUE-NAME-DATA.
           05  FILLER                  PIC X(20) VALUE
               'HELD CHANGES'.
           05  FILLER                  PIC X(20) VALUE
               'E-MAIL SUSPENSE'.
       01  WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAME-DATA.
           05  WS-QUEUE-NAME           OCCURS 2 TIMES
                                       PIC X(20).

      *    Still-held changes by PENDCHG-RISK-SW and age bucket, with
      *    the descriptions BANK83A shows.  The last row takes any
      *    code not listed.
       01  WS-RISK-DATA.
           05  FILLER                  PIC X(1)  VALUE 'C'.
           05  FILLER                  PIC X(20) VALUE
               'COUNTRY CHANGE'.
           05  FILLER                  PIC X(1)  VALUE 'B'.
           05  FILLER                  PIC X(20) VALUE
               'ADDRESS + EMAIL'.
           05  FILLER                  PIC X(1)  VALUE 'M'.
           05  FILLER                  PIC X(20) VALUE
               'NAME + ADDRESS'.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  FILLER                  PIC X(20) VALUE
               'RESTRICTED MEMBER'.
           05  FILLER                  PIC X(1)  VALUE 'P'.
           05  FILLER                  PIC X(20) VALUE
               'OPEN CHANGE PENDING'.
           05  FILLER                  PIC X(1)  VALUE 'A'.
           05  FILLER                  PIC X(20) VALUE
               'ALTERNATE IN FORCE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               'OTHER'.
       01  WS-RISK-TABLE REDEFINES WS-RISK-DATA.
           05  WS-RISK-ENTRY           OCCURS 7 TIMES.
               10  WS-RISK-CODE        PIC X(1).
               10  WS-RISK-DESC        PIC X(20).
       01  WS-RISK-COUNTS.
           05  WS-RISK-ROW             OCCURS 7 TIMES.
               10  WS-RISK-BKT         OCCURS 4 TIMES
                                       PIC 9(7).
               10  WS-RISK-TOTAL       PIC 9(7).
       01  WS-RISK-IDX                 PIC 9(1)  VALUE ZERO.
       01  WS-RISK-HIT                 PIC 9(1)  VALUE ZERO.
       01  WS-RISK-COUNT               PIC 9(1)  VALUE 7.

      *    Still-queued items by queue, entering user and age bucket.
      *    Users beyond capacity are counted and reported.
       01  WS-USER-TABLE.
           05  WS-USER-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-USER-ENTRY           OCCURS 500 TIMES.
               10  WS-USER-QUEUE       PIC 9(1).
               10  WS-USER-ID          PIC X(5).
               10  WS-USER-BKT         OCCURS 4 TIMES
                                       PIC 9(7).
               10  WS-USER-TOTAL       PIC 9(7).
       01  WS-USER-IDX                 PIC 9(3)  VALUE ZERO.
       01  WS-USER-HIT                 PIC 9(3)  VALUE ZERO.
       01  WS-SEARCH-USER              PIC X(5).

       01  WS-REPORT-LINES.
           05  WS-HEAD1                PIC X(50) VALUE
               'MEMBER MAINTENANCE'.
           05  WS-HEAD2                PIC X(50) VALUE
               'WORK-QUEUE AGING AND HELD-CHANGE EXPIRY'.

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PENDING
               UNTIL WS-PENDCHG-EOF
           PERFORM 2500-PROCESS-SUSPENSE
               UNTIL WS-EMLSUSP-EOF
           PERFORM 8000-PRINT-AGING-SUMMARY
           PERFORM 9000-FINALIZE
           GOBACK.

      *    Register the run before any file is opened, so a double
      *    run or an out-of-sequence start is refused before the
      *    pending-change file is touched.
       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKWQAGE '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKWQAGE RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-SYS-TIME           FROM TIME
           STRING WS-SYS-MM   '/' WS-SYS-DD '/' WS-SYS-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-SYS-HH ':' WS-SYS-MN ':' WS-SYS-SS
               DELIMITED BY SIZE INTO WS-RUN-TIME

           INITIALIZE WS-QUEUE-TABLE
                      WS-RISK-COUNTS

           MOVE WS-SYS-DATE             TO WS-DN-DATE
           PERFORM 3100-COMPUTE-DAY-NUMBER
           MOVE WS-DN-NUMBER            TO WS-TODAY-DAYNO

           PERFORM 1500-READ-PARM-FILE

           OPEN I-O    PENDCHG-FILE

      *    A brand new pending-change dataset opens with status 35 -
      *    create it empty on the fly, the way BKPNDAPL does.
           IF WS-PENDCHG-STATUS = '35'
               OPEN OUTPUT PENDCHG-FILE
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF

           OPEN INPUT  EMLSUSP-FILE
           OPEN OUTPUT RPT-FILE

           PERFORM 1100-PRINT-HEADINGS

           MOVE LOW-VALUES              TO PENDCHG-KEY
           START PENDCHG-FILE
               KEY IS NOT LESS THAN PENDCHG-KEY
               INVALID KEY
                   MOVE 'Y'             TO WS-PENDCHG-EOF-SW
           END-START

           IF NOT WS-PENDCHG-EOF
               PERFORM 2090-READ-NEXT-PENDING
           END-IF

      *    A suspense file that has never been loaded (status 35)
      *    simply has no open items - age the held changes alone,
      *    as BKESTNOT runs without it.
           IF NOT WS-EMLSUSP-OK
               MOVE 'Y'                 TO WS-EMLSUSP-EOF-SW
               DISPLAY 'BKWQAGE - EMLSUSP NOT AVAILABLE - STATUS '
                   WS-EMLSUSP-STATUS
                   ' - RUN CONTINUES WITH NO SUSPENSE ITEMS'
           ELSE
               MOVE LOW-VALUES          TO EMLSUSP-KEY
               START EMLSUSP-FILE
                   KEY IS NOT LESS THAN EMLSUSP-KEY
                   INVALID KEY
                       MOVE 'Y'         TO WS-EMLSUSP-EOF-SW
               END-START
               IF NOT WS-EMLSUSP-EOF
                   PERFORM 2590-READ-NEXT-SUSPENSE
               END-IF
           END-IF.

       1100-PRINT-HEADINGS.
           MOVE SPACES                  TO RPT-LINE
           MOVE '1'                     TO RPT-CC
           MOVE WS-HEAD1                TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-HEAD2                TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RUN DATE: ' WS-RUN-DATE '   RUN TIME: ' WS-RUN-TIME
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'SERVICE LEVEL (BUSINESS DAYS) - HELD CHANGES '
               WS-PEND-SLA-DAYS
               '  E-MAIL SUSPENSE ' WS-SUSP-SLA-DAYS
               '   HELD CHANGES EXPIRE AFTER ' WS-EXPIRE-DAYS
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'ITEMS PAST SERVICE LEVEL' TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

      *    An absent parameter file (status 35) simply means the
      *    defaults stand.  '*' records are comments.
       1500-READ-PARM-FILE.
           OPEN INPUT PARM-FILE

           IF WS-PARM-STATUS = '35'
               MOVE 'Y'                 TO WS-PARM-EOF-SW
           ELSE
               PERFORM 1510-READ-PARM-RECORD
                   UNTIL WS-PARM-EOF
               CLOSE PARM-FILE
           END-IF.

       1510-READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE 'Y'             TO WS-PARM-EOF-SW
           END-READ

           IF NOT WS-PARM-EOF
               AND PARM-RECORD(1:1) NOT = '*'
               EVALUATE TRUE
                   WHEN PARM-RECORD(1:8) = 'PENDSLA='
                       AND PARM-RECORD(9:3) IS NUMERIC
                       MOVE PARM-RECORD(9:3) TO WS-PEND-SLA-DAYS
                   WHEN PARM-RECORD(1:8) = 'SUSPSLA='
                       AND PARM-RECORD(9:3) IS NUMERIC
                       MOVE PARM-RECORD(9:3) TO WS-SUSP-SLA-DAYS
                   WHEN PARM-RECORD(1:7) = 'EXPIRE='
                       AND PARM-RECORD(8:3) IS NUMERIC
                       MOVE PARM-RECORD(8:3) TO WS-EXPIRE-DAYS
               END-EVALUATE
           END-IF.

      *    Only a held change is waiting on a person; future-dated
      *    changes wait on the calendar and BKPNDAPL, and anything
      *    else is already dispositioned.
       2000-PROCESS-PENDING.
           ADD 1                        TO WS-READ-COUNT

           IF PENDCHG-HELD
               ADD 1                    TO WS-AGED-COUNT
               MOVE PENDCHG-DATE        TO WS-AGE-FROM-DATE
               PERFORM 3000-COMPUTE-BUSINESS-AGE
               MOVE 'N'                 TO WS-EXPIRED-SW

               IF WS-EXPIRE-DAYS > ZERO
                   AND WS-AGE-DAYS > WS-EXPIRE-DAYS
                   PERFORM 2100-EXPIRE-HELD-CHANGE
               END-IF

               IF WS-ITEM-EXPIRED
                   PERFORM 2200-PRINT-EXPIRED-LINES
               ELSE
                   ADD 1                TO WS-QUEUED-COUNT
                   MOVE 1               TO WS-QUEUE-IDX
                   MOVE PENDCHG-ENT-USER TO WS-SEARCH-USER
                   PERFORM 4000-ADD-TO-BUCKETS
                   PERFORM 4100-ADD-TO-RISK-BUCKETS
                   IF WS-AGE-DAYS > WS-PEND-SLA-DAYS
                       PERFORM 2300-PRINT-HELD-PAST-SLA
                   END-IF
               END-IF
           END-IF

           PERFORM 2090-READ-NEXT-PENDING.

      *    Any status other than a clean read or end-of-file here is
      *    a broken browse (an unusable dataset returns 47 without
      *    ever raising AT END) - stop the loop before it spins.
       2090-READ-NEXT-PENDING.
           READ PENDCHG-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-PENDCHG-EOF-SW
           END-READ

           IF NOT WS-PENDCHG-EOF AND NOT WS-PENDCHG-OK
               DISPLAY 'BKWQAGE - PENDCHG READ ERROR - STATUS '
                   WS-PENDCHG-STATUS
               MOVE 'Y'                 TO WS-PENDCHG-EOF-SW
           END-IF.

      *    The change is closed, not deleted - the record keeps what
      *    was keyed, by whom and when, and the BATCH stamp says the
      *    queue timed it out rather than a supervisor rejecting it.
      *    A change that will not rewrite stays held and is aged
      *    with the queue.
       2100-EXPIRE-HELD-CHANGE.
           MOVE 'E'                     TO PENDCHG-STATUS-SW
           MOVE 'BATCH'                 TO PENDCHG-DISP-USER
           MOVE WS-RUN-DATE             TO PENDCHG-DISP-DATE
           MOVE WS-RUN-TIME             TO PENDCHG-DISP-TIME

           REWRITE PENDCHG-RECORD

           IF WS-PENDCHG-OK
               MOVE 'Y'                 TO WS-EXPIRED-SW
               ADD 1                    TO WS-EXPIRED-COUNT
           ELSE
               DISPLAY 'BKWQAGE - CUST ' PENDCHG-CUST-ID
                   ' NOT MARKED E - STATUS ' WS-PENDCHG-STATUS
               MOVE 'H'                 TO PENDCHG-STATUS-SW
               MOVE 8                   TO RETURN-CODE
           END-IF.

      *    The held values print under the expiry so the teller has
      *    everything needed to key the change again on BANK80A.
       2200-PRINT-EXPIRED-LINES.
           MOVE WS-AGE-DAYS             TO WS-AGE-DISPLAY
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'HELD CHANGE  CUST ' PENDCHG-CUST-ID
               '  ENTERED ' PENDCHG-DATE
               ' BY ' PENDCHG-ENT-USER
               '  RISK ' PENDCHG-RISK-SW
               '  AGE ' WS-AGE-DISPLAY
               '  EXPIRED - RE-KEY IF STILL WANTED'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '    HELD ADDRESS: ' PENDCHG-NEW-ADDR1 ' '
               PENDCHG-NEW-ADDR2 ' ' PENDCHG-NEW-STATE ' '
               PENDCHG-NEW-PSTCDE ' ' PENDCHG-NEW-CNTRY
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '    HELD NAME: ' PENDCHG-NEW-NAME
               '  E-MAIL: ' PENDCHG-NEW-EMAIL
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       2300-PRINT-HELD-PAST-SLA.
           ADD 1                        TO WS-PAST-SLA-COUNT
           MOVE WS-AGE-DAYS             TO WS-AGE-DISPLAY
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'HELD CHANGE  CUST ' PENDCHG-CUST-ID
               '  ENTERED ' PENDCHG-DATE
               ' BY ' PENDCHG-ENT-USER
               '  RISK ' PENDCHG-RISK-SW
               '  AGE ' WS-AGE-DISPLAY
               '  AWAITING BANK83A'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       2500-PROCESS-SUSPENSE.
           ADD 1                        TO WS-READ-COUNT

           IF EMLSUSP-OPEN
               ADD 1                    TO WS-AGED-COUNT
               ADD 1                    TO WS-QUEUED-COUNT
               MOVE EMLSUSP-DATE        TO WS-AGE-FROM-DATE
               PERFORM 3000-COMPUTE-BUSINESS-AGE
               MOVE 2                   TO WS-QUEUE-IDX
               MOVE EMLSUSP-USER-ID     TO WS-SEARCH-USER
               PERFORM 4000-ADD-TO-BUCKETS
               IF WS-AGE-DAYS > WS-SUSP-SLA-DAYS
                   PERFORM 2600-PRINT-SUSP-PAST-SLA
               END-IF
           END-IF

           PERFORM 2590-READ-NEXT-SUSPENSE.

       2590-READ-NEXT-SUSPENSE.
           READ EMLSUSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-EMLSUSP-EOF-SW
           END-READ

           IF NOT WS-EMLSUSP-EOF AND NOT WS-EMLSUSP-OK
               DISPLAY 'BKWQAGE - EMLSUSP READ ERROR - STATUS '
                   WS-EMLSUSP-STATUS
               MOVE 'Y'                 TO WS-EMLSUSP-EOF-SW
           END-IF.

       2600-PRINT-SUSP-PAST-SLA.
           ADD 1                        TO WS-PAST-SLA-COUNT
           MOVE WS-AGE-DAYS             TO WS-AGE-DISPLAY
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'E-MAIL SUSP  CUST ' EMLSUSP-CUST-ID
               '  ENTERED ' EMLSUSP-DATE
               ' BY ' EMLSUSP-USER-ID
               '         AGE ' WS-AGE-DISPLAY
               '  AWAITING BANK81A - ' EMLSUSP-REJECTED-EMAIL
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

      *    Business days from WS-AGE-FROM-DATE to today: whole weeks
      *    count five, and the odd days left over are tested one by
      *    one.  The entry day itself does not count, so an item
      *    keyed today is 0 and one keyed Friday is 1 on Monday.  A
      *    missing or future entry date ages as 0.
       3000-COMPUTE-BUSINESS-AGE.
           MOVE ZERO                    TO WS-AGE-DAYS

           IF WS-AGE-FROM-DATE IS NUMERIC
               AND WS-AGE-FROM-DATE > ZERO
               AND WS-AGE-FROM-DATE < WS-SYS-DATE
               MOVE WS-AGE-FROM-DATE    TO WS-DN-DATE
               PERFORM 3100-COMPUTE-DAY-NUMBER
               MOVE WS-DN-NUMBER        TO WS-FROM-DAYNO
               COMPUTE WS-DAY-SPAN = WS-TODAY-DAYNO - WS-FROM-DAYNO
               DIVIDE WS-DAY-SPAN BY 7
                   GIVING WS-WEEK-COUNT
                   REMAINDER WS-TAIL-DAYS
               COMPUTE WS-AGE-DAYS = WS-WEEK-COUNT * 5
               PERFORM 3010-COUNT-TAIL-DAY
                   VARYING WS-TAIL-IDX FROM 1 BY 1
                   UNTIL WS-TAIL-IDX > WS-TAIL-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1               TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2               TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 10
                   MOVE 3               TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4               TO WS-BUCKET-IDX
           END-EVALUATE.

       3010-COUNT-TAIL-DAY.
           COMPUTE WS-WEEKDAY-WORK = WS-FROM-DAYNO
               + (WS-WEEK-COUNT * 7) + WS-TAIL-IDX + 1
           DIVIDE WS-WEEKDAY-WORK BY 7
               GIVING WS-WEEKDAY-QUOT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY < 5
               ADD 1                    TO WS-AGE-DAYS
           END-IF.

       3100-COMPUTE-DAY-NUMBER.
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

      *    Count a still-queued item into its queue's bucket and its
      *    entering user's bucket.
       4000-ADD-TO-BUCKETS.
           ADD 1 TO WS-QUEUE-BKT(WS-QUEUE-IDX, WS-BUCKET-IDX)
           ADD 1 TO WS-QUEUE-TOTAL(WS-QUEUE-IDX)

           MOVE 'N'                     TO WS-USER-FOUND-SW
           MOVE ZERO                    TO WS-USER-HIT
           PERFORM 4010-CHECK-USER-ENTRY
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
                   OR WS-USER-FOUND

           IF NOT WS-USER-FOUND
               IF WS-USER-COUNT < 500
                   ADD 1                TO WS-USER-COUNT
                   MOVE WS-USER-COUNT   TO WS-USER-HIT
                   MOVE WS-QUEUE-IDX    TO WS-USER-QUEUE(WS-USER-HIT)
                   MOVE WS-SEARCH-USER  TO WS-USER-ID(WS-USER-HIT)
                   MOVE ZERO            TO WS-USER-BKT(WS-USER-HIT, 1)
                                           WS-USER-BKT(WS-USER-HIT, 2)
                                           WS-USER-BKT(WS-USER-HIT, 3)
                                           WS-USER-BKT(WS-USER-HIT, 4)
                                           WS-USER-TOTAL(WS-USER-HIT)
                   MOVE 'Y'             TO WS-USER-FOUND-SW
               ELSE
                   ADD 1                TO WS-USER-OVERFLOW-COUNT
               END-IF
           END-IF

           IF WS-USER-FOUND
               ADD 1 TO WS-USER-BKT(WS-USER-HIT, WS-BUCKET-IDX)
               ADD 1 TO WS-USER-TOTAL(WS-USER-HIT)
           END-IF.

       4010-CHECK-USER-ENTRY.
           IF WS-USER-QUEUE(WS-USER-IDX) = WS-QUEUE-IDX
               AND WS-USER-ID(WS-USER-IDX) = WS-SEARCH-USER
               MOVE 'Y'                 TO WS-USER-FOUND-SW
               MOVE WS-USER-IDX         TO WS-USER-HIT
           END-IF.

      *    A code not in the table falls to the last, OTHER, row.
       4100-ADD-TO-RISK-BUCKETS.
           MOVE WS-RISK-COUNT           TO WS-RISK-HIT
           PERFORM 4110-CHECK-RISK-ENTRY
               VARYING WS-RISK-IDX FROM 1 BY 1
               UNTIL WS-RISK-IDX >= WS-RISK-COUNT
                   OR WS-RISK-HIT < WS-RISK-COUNT
           ADD 1 TO WS-RISK-BKT(WS-RISK-HIT, WS-BUCKET-IDX)
           ADD 1 TO WS-RISK-TOTAL(WS-RISK-HIT).

       4110-CHECK-RISK-ENTRY.
           IF WS-RISK-CODE(WS-RISK-IDX) = PENDCHG-RISK-SW
               MOVE WS-RISK-IDX         TO WS-RISK-HIT
           END-IF.

      *    The queues as they stand after the run - expired changes
      *    are gone from them and appear only on the detail above.
       8000-PRINT-AGING-SUMMARY.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'ITEMS PAST SERVICE LEVEL: ' WS-PAST-SLA-COUNT
               '   HELD CHANGES EXPIRED: ' WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE '1'                     TO RPT-CC
           MOVE 'QUEUE AGING BY BUSINESS DAYS WAITING'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-COL-HEAD-BKT         TO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 8100-PRINT-QUEUE-LINE
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > 2

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'HELD CHANGES BY RISK' TO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 8200-PRINT-RISK-LINE
               VARYING WS-RISK-IDX FROM 1 BY 1
               UNTIL WS-RISK-IDX > WS-RISK-COUNT

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'BY ENTERING USER'      TO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 8300-PRINT-USER-LINE
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT

           IF WS-USER-OVERFLOW-COUNT > ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING 'ITEMS NOT BROKEN OUT BY USER (TABLE FULL): '
                   WS-USER-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

       8100-PRINT-QUEUE-LINE.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING WS-QUEUE-NAME(WS-QUEUE-IDX) '          '
               WS-QUEUE-BKT(WS-QUEUE-IDX, 1) '    '
               WS-QUEUE-BKT(WS-QUEUE-IDX, 2) '    '
               WS-QUEUE-BKT(WS-QUEUE-IDX, 3) '    '
               WS-QUEUE-BKT(WS-QUEUE-IDX, 4) '    '
               WS-QUEUE-TOTAL(WS-QUEUE-IDX)
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       8200-PRINT-RISK-LINE.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  ' WS-RISK-CODE(WS-RISK-IDX) ' '
               WS-RISK-DESC(WS-RISK-IDX) '       '
               WS-RISK-BKT(WS-RISK-IDX, 1) '    '
               WS-RISK-BKT(WS-RISK-IDX, 2) '    '
               WS-RISK-BKT(WS-RISK-IDX, 3) '    '
               WS-RISK-BKT(WS-RISK-IDX, 4) '    '
               WS-RISK-TOTAL(WS-RISK-IDX)
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       8300-PRINT-USER-LINE.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           IF WS-USER-QUEUE(WS-USER-IDX) = 1
               STRING '  ' WS-USER-ID(WS-USER-IDX) ' HELD CHANGES'
                   '         '
                   WS-USER-BKT(WS-USER-IDX, 1) '    '
                   WS-USER-BKT(WS-USER-IDX, 2) '    '
                   WS-USER-BKT(WS-USER-IDX, 3) '    '
                   WS-USER-BKT(WS-USER-IDX, 4) '    '
                   WS-USER-TOTAL(WS-USER-IDX)
                   DELIMITED BY SIZE INTO RPT-TEXT
           ELSE
               STRING '  ' WS-USER-ID(WS-USER-IDX) ' E-MAIL SUSPENSE'
                   '      '
                   WS-USER-BKT(WS-USER-IDX, 1) '    '
                   WS-USER-BKT(WS-USER-IDX, 2) '    '
                   WS-USER-BKT(WS-USER-IDX, 3) '    '
                   WS-USER-BKT(WS-USER-IDX, 4) '    '
                   WS-USER-TOTAL(WS-USER-IDX)
                   DELIMITED BY SIZE INTO RPT-TEXT
           END-IF
           WRITE RPT-LINE.

       9000-FINALIZE.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RECORDS READ: ' WS-READ-COUNT
               '   ITEMS AGED: ' WS-AGED-COUNT
               '   EXPIRED: ' WS-EXPIRED-COUNT
               '   STILL QUEUED: ' WS-QUEUED-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           CLOSE PENDCHG-FILE
           CLOSE EMLSUSP-FILE
           CLOSE RPT-FILE

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKWQAGE '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-READ-COUNT           TO RUNPARM-READ-COUNT
           MOVE WS-AGED-COUNT           TO RUNPARM-SELECT-COUNT
           MOVE WS-EXPIRED-COUNT        TO RUNPARM-WRITE-COUNT
           MOVE WS-QUEUED-COUNT         TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKWQAGE - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
