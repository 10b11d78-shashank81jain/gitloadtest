      *                   A table not yet loaded runs the extract
      *                   with lines as keyed, with an operator
      *                   line saying so.
      *  BANK-APPL-DEV  - A member whose ALTADR seasonal/alternate
      *                   address (BANK89A) is in force on the run
      *                   date gets the piece at the alternate - the
      *                   standardization, postal mask and household
      *                   key all work from it - and, while it is in
      *                   force, its own undeliverable switch stands
      *                   in for the CUSTFLG flag, evaluated exactly
      *                   as BKSTMSEL does, so the BKBALCHK tie is
      *                   unchanged.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUSTRST-CUST-ID
               FILE STATUS IS WS-CUSTRST-STATUS.

           SELECT ALTADR-FILE      ASSIGN TO ALTADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALTADR-CUST-ID
               FILE STATUS IS WS-ALTADR-STATUS.

           SELECT MAILEXT-FILE     ASSIGN TO MAILEXT
               ORGANIZATION IS SEQUENTIAL.

       FD  CUSTRST-FILE.
           COPY MCUSTRST.

       FD  ALTADR-FILE.
           COPY MALTADR.

       FD  MAILEXT-FILE
           RECORDING MODE IS F.
           COPY MMAILEXT.
               88  WS-CYCLE-MATCH                VALUE 'Y'.
           05  WS-STDZE-SW             PIC X     VALUE 'N'.
               88  WS-STDZE-ON                   VALUE 'Y'.
           05  WS-ALTADR-STATUS        PIC X(2).
               88  WS-ALTADR-OK                  VALUE '00'.
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-SRC-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-FMT-CHAR             PIC X.
           05  WS-EFF-FORMAT           PIC X(10).
           05  WS-SRC-PSTCDE           PIC X(7).

       01  WS-DATE-WORK.
           05  WS-SYS-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-SYS-DATE-R           REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MMDD         PIC 9(4).

           COPY MADRSTDP.

           OPEN INPUT  STCYREF-FILE
           OPEN INPUT  CUSTFLG-FILE
           OPEN INPUT  CUSTRST-FILE
           OPEN INPUT  ALTADR-FILE
           OPEN OUTPUT MAILEXT-FILE

           MOVE LOW-VALUES              TO CUST-ID

           PERFORM 2300-CHECK-UNDELIV-FLAG
           PERFORM 2400-CHECK-RESTRICTION
           PERFORM 2700-CHECK-ALTERNATE

      *    A restricted member is skipped outright, not counted as a
      *    suppression: BKSTMSEL drops the same members from its
           ADD 1                         TO WS-SELECTED-COUNT
           MOVE CUST-ID                  TO MAILEXT-CUST-ID
           MOVE CUST-NAME                TO MAILEXT-NAME
           IF WS-ALT-IN-FORCE
               MOVE ALTADR-ADDR1         TO MAILEXT-ADDR1
               MOVE ALTADR-ADDR2         TO MAILEXT-ADDR2
               MOVE ALTADR-STATE         TO MAILEXT-STATE
               MOVE ALTADR-CNTRY         TO MAILEXT-CNTRY
               MOVE ALTADR-PSTCDE        TO WS-SRC-PSTCDE
           ELSE
               MOVE CUST-ADDR1           TO MAILEXT-ADDR1
               MOVE CUST-ADDR2           TO MAILEXT-ADDR2
               MOVE CUST-STATE           TO MAILEXT-STATE
               MOVE CUST-CNTRY           TO MAILEXT-CNTRY
               MOVE CUST-PSTCDE          TO WS-SRC-PSTCDE
           END-IF

      *    Standardize the extract's copy of the address lines -
      *    spelling variants collapse before the piece is built and
           WRITE MAILEXT-RECORD.

       2200-FORMAT-POSTAL-CODE.
           MOVE MAILEXT-CNTRY            TO STCTY-CNTRY-CD
           MOVE MAILEXT-STATE            TO STCTY-STATE-CD
           READ STCYREF-FILE
               KEY IS STCTY-KEY
           END-READ
               PERFORM 2205-SET-EFFECTIVE-FORMAT
               PERFORM 2210-APPLY-POSTAL-MASK
           ELSE
               MOVE WS-SRC-PSTCDE         TO MAILEXT-PSTCDE
           END-IF.

      *    A postal-format change loaded ahead of the authority's
           PERFORM 2230-FIND-SOURCE-LENGTH

           IF WS-FMT-LEN = ZERO
               MOVE WS-SRC-PSTCDE         TO MAILEXT-PSTCDE
           ELSE
               MOVE ZERO                  TO WS-SRC-IDX
               PERFORM VARYING WS-FMT-IDX FROM 1 BY 1
                   IF WS-FMT-CHAR = '9' OR WS-FMT-CHAR = 'A'
                       ADD 1              TO WS-SRC-IDX
                       IF WS-SRC-IDX <= WS-SRC-LEN
                           MOVE WS-SRC-PSTCDE(WS-SRC-IDX:1)
                               TO MAILEXT-PSTCDE(WS-FMT-IDX:1)
                       END-IF
                   ELSE
       2230-FIND-SOURCE-LENGTH.
           MOVE 7                        TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX = ZERO
                   OR WS-SRC-PSTCDE(WS-SRC-IDX:1) NOT = SPACE
               SUBTRACT 1                 FROM WS-SRC-IDX
           END-PERFORM
           MOVE WS-SRC-IDX                TO WS-SRC-LEN.
               END-IF
           END-IF.

      *    The same in-force evaluation BKSTMSEL's 2600 makes: a
      *    one-off window between its start and end dates, or a
      *    recurring one from its first start date on whenever the
      *    month/day falls inside its yearly window (a window that
      *    ends before it starts runs across the year end).  While
      *    it is in force its own undeliverable switch replaces the
      *    CUSTFLG flag, which belongs to the master address.
       2700-CHECK-ALTERNATE.
           MOVE 'N'                      TO WS-ALT-IN-FORCE-SW
           MOVE CUST-ID                  TO ALTADR-CUST-ID
           READ ALTADR-FILE
               KEY IS ALTADR-CUST-ID
           END-READ

           IF WS-ALTADR-OK
               EVALUATE TRUE
                   WHEN WS-SYS-DATE < ALTADR-START-DATE
                       CONTINUE
                   WHEN NOT ALTADR-RECURRING
                       IF WS-SYS-DATE <= ALTADR-END-DATE
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN ALTADR-START-MMDD <= ALTADR-END-MMDD
                       IF WS-SYS-MMDD >= ALTADR-START-MMDD
                           AND WS-SYS-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN OTHER
                       IF WS-SYS-MMDD >= ALTADR-START-MMDD
                           OR WS-SYS-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'      TO WS-ALT-IN-FORCE-SW
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-ALT-IN-FORCE
               IF ALTADR-UNDELIVERABLE
                   MOVE 'Y'              TO WS-UNDELIV-SW
               ELSE
                   MOVE 'N'              TO WS-UNDELIV-SW
               END-IF
           END-IF.

       9000-FINALIZE.
           IF WS-HHOLD-OVERFLOW-CNT > ZERO
               DISPLAY 'BKMLEXT - HOUSEHOLD TABLE FULL - '
           CLOSE STCYREF-FILE
           CLOSE CUSTFLG-FILE
           CLOSE CUSTRST-FILE
           CLOSE ALTADR-FILE
           CLOSE MAILEXT-FILE

           IF WS-STDZE-ON
