      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - A return dated inside the member's ALTADR
      *                   seasonal/alternate address window (BANK89A)
      *                   went to the alternate, so it is charged
      *                   there - the undeliverable switch on the
      *                   ALTADR record is set instead of a CUSTFLG
      *                   flag against the master address, and the
      *                   worklist line shows the alternate.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUSTFLG-CUST-ID
               FILE STATUS IS WS-CUSTFLG-STATUS.

           SELECT ALTADR-FILE      ASSIGN TO ALTADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALTADR-CUST-ID
               FILE STATUS IS WS-ALTADR-STATUS.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       FD  CUSTFLG-FILE.
           COPY MCUSTFLG.

       FD  ALTADR-FILE.
           COPY MALTADR.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
               88  WS-CUSTMST-OK                 VALUE '00'.
           05  WS-CUSTFLG-STATUS       PIC X(2).
               88  WS-CUSTFLG-OK                 VALUE '00'.
           05  WS-ALTADR-STATUS        PIC X(2).
               88  WS-ALTADR-OK                  VALUE '00'.
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURN-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-FLAGGED-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ALT-FLAGGED-COUNT    PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).
           05  WS-CHECK-DATE           PIC 9(8).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY       PIC 9(4).
               10  WS-CHECK-MMDD       PIC 9(4).

       01  WS-REPORT-LINES.
           05  WS-HEAD1                PIC X(50) VALUE
           OPEN INPUT  RETMAIL-FILE
           OPEN INPUT  CUSTMST-FILE
           OPEN I-O    CUSTFLG-FILE
           OPEN I-O    ALTADR-FILE
           OPEN OUTPUT RPT-FILE

           PERFORM 1100-PRINT-HEADINGS
           END-READ

           IF WS-CUSTMST-OK
               PERFORM 2050-CHECK-ALTERNATE
               IF WS-ALT-IN-FORCE
                   PERFORM 2300-FLAG-ALTERNATE
               ELSE
                   PERFORM 2100-FLAG-MEMBER
               END-IF
           ELSE
               PERFORM 2900-PRINT-EXCEPTION-LINE
           END-IF
                   MOVE 'Y'             TO WS-RETMAIL-EOF-SW
           END-READ.

      *    Which address did the piece go to?  The alternate, if it
      *    was in force on the return date (the run date when the
      *    vendor left it off) - the same window BKSTMSEL and
      *    BKMLEXT select on: a one-off alternate between its start
      *    and end dates, a recurring one from its first start date
      *    on whenever the month/day falls in its yearly window (a
      *    window that ends before it starts runs across the year
      *    end).
       2050-CHECK-ALTERNATE.
           MOVE 'N'                      TO WS-ALT-IN-FORCE-SW
           MOVE RETMAIL-CUST-ID          TO ALTADR-CUST-ID
           READ ALTADR-FILE
               KEY IS ALTADR-CUST-ID
           END-READ

           IF WS-ALTADR-OK
               IF RETMAIL-RETURN-DATE IS NUMERIC
                   AND RETMAIL-RETURN-DATE > ZERO
                   MOVE RETMAIL-RETURN-DATE TO WS-CHECK-DATE
               ELSE
                   MOVE WS-SYS-DATE      TO WS-CHECK-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHECK-DATE < ALTADR-START-DATE
                       CONTINUE
                   WHEN NOT ALTADR-RECURRING
                       IF WS-CHECK-DATE <= ALTADR-END-DATE
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN ALTADR-START-MMDD <= ALTADR-END-MMDD
                       IF WS-CHECK-MMDD >= ALTADR-START-MMDD
                           AND WS-CHECK-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN OTHER
                       IF WS-CHECK-MMDD >= ALTADR-START-MMDD
                           OR WS-CHECK-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
               END-EVALUATE
           END-IF.

      *    A member already flagged from an earlier cycle keeps one
      *    flag record - the newest vendor reason and date win.  A
      *    member only counts as flagged, and only reaches the
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

      *    A return charged to the alternate marks the alternate
      *    undeliverable - BKSTMSEL and BKMLEXT suppress the member
      *    while it is in force - and leaves the master address
      *    alone: once the window closes, mail to the permanent
      *    address resumes.  Correcting the alternate on BANK89A
      *    clears the switch.  As with a CUSTFLG flag, only a
      *    rewrite that lands counts as flagged.
       2300-FLAG-ALTERNATE.
           MOVE 'Y'                      TO ALTADR-UNDELIV-SW
           MOVE RETMAIL-REASON-CODE      TO ALTADR-REASON-CODE
           MOVE WS-CHECK-DATE            TO ALTADR-RETURN-DATE
           REWRITE ALTADR-RECORD

           IF WS-ALTADR-OK
               ADD 1                     TO WS-FLAGGED-COUNT
               ADD 1                     TO WS-ALT-FLAGGED-COUNT
               MOVE SPACES               TO RPT-LINE
               MOVE ' '                  TO RPT-CC
               STRING CUST-ID '  ' CUST-NAME '  ' ALTADR-ADDR1 '  '
                   ALTADR-REASON-CODE ' ' ALTADR-RETURN-DATE
                   '  ALTERNATE ADDRESS'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               ADD 1                     TO WS-REJECT-COUNT
               MOVE SPACES               TO RPT-LINE
               MOVE ' '                  TO RPT-CC
               STRING 'CUST ' RETMAIL-CUST-ID
                   ' ALTERNATE NOT FLAGGED - STATUS ' WS-ALTADR-STATUS
                   ' - MEMBER NOT SUPPRESSED'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

       2900-PRINT-EXCEPTION-LINE.
           ADD 1                         TO WS-REJECT-COUNT
           MOVE SPACES                  TO RPT-LINE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'OF THE MEMBERS FLAGGED, AT AN ALTERNATE ADDRESS: '
               WS-ALT-FLAGGED-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           CLOSE RETMAIL-FILE
           CLOSE CUSTMST-FILE
           CLOSE CUSTFLG-FILE
           CLOSE ALTADR-FILE
           CLOSE RPT-FILE.
