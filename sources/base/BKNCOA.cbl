       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKNCOA.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKNCOA - NCOA Move-Update Apply                               *
      *  Reads the mailing vendor's National Change of Address return  *
      *  file, matches each move back to the customer master on the    *
      *  member number we sent out in the BKMLEXT extract, and edits   *
      *  the forwarding address with the same STCYREF and postal-      *
      *  format checks BKMASSCH makes.  A clean move posts to the      *
      *  master with the normal ADRAUD audit record (user NCOA) and    *
      *  clears the member's CUSTFLG undeliverable flag, the way an    *
      *  online post does.  A move for a member under a CUSTRST        *
      *  restriction, a member with a change already open on PENDCHG,  *
      *  a member with an ALTADR alternate address in force, or a      *
      *  move to another country is not posted - it is queued on       *
      *  PENDCHG as a held item for supervisor release on BANK83A.     *
      *  Applied, held and rejected moves each print on their own      *
      *  list.  The run registers with BKRUNCTL, and BKBALCHK proves   *
      *  every record read was applied, held or rejected.  A rerun     *
      *  of the same file is harmless: a move already posted rejects   *
      *  as already on the master, one already queued as a duplicate.  *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - A move for a member with an ALTADR alternate
      *                   address in force is held for review under risk
      *                   A instead of posted, since the vendor may have
      *                   matched the seasonal address.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   saved on the audit record's old image before a
      *                   posted move deletes it.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-FILE        ASSIGN TO NCOAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOA-STATUS.

           SELECT CUSTMST-FILE     ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT STCYREF-FILE     ASSIGN TO STCYREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STCTY-KEY
               FILE STATUS IS WS-STCTY-STATUS.

           SELECT CUSTFLG-FILE     ASSIGN TO CUSTFLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTFLG-CUST-ID
               FILE STATUS IS WS-CUSTFLG-STATUS.

           SELECT CUSTRST-FILE     ASSIGN TO CUSTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTRST-CUST-ID
               FILE STATUS IS WS-CUSTRST-STATUS.

           SELECT CUSTPRF-FILE     ASSIGN TO CUSTPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTPRF-CUST-ID
               FILE STATUS IS WS-CUSTPRF-STATUS.

           SELECT ALTADR-FILE      ASSIGN TO ALTADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALTADR-CUST-ID
               FILE STATUS IS WS-ALTADR-STATUS.

           SELECT PENDCHG-FILE     ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDCHG-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT ADRAUD-FILE      ASSIGN TO ADRAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HLDRPT-FILE      ASSIGN TO HLDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REJRPT-FILE      ASSIGN TO REJRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NCOA-FILE
           RECORDING MODE IS F.
           COPY MNCOA.

       FD  CUSTMST-FILE.
           COPY MCUSTMST.

       FD  STCYREF-FILE.
           COPY MSTCTYF.

       FD  CUSTFLG-FILE.
           COPY MCUSTFLG.

       FD  CUSTRST-FILE.
           COPY MCUSTRST.

       FD  CUSTPRF-FILE.
           COPY MCUSTPRF.

       FD  ALTADR-FILE.
           COPY MALTADR.

       FD  PENDCHG-FILE.
           COPY MPENDCHG.

       FD  ADRAUD-FILE
           RECORDING MODE IS F.
           COPY MADRAUD.

      *    Applied-move list.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

      *    Held-for-review list - the BANK83A supervisor worklist.
       FD  HLDRPT-FILE
           RECORDING MODE IS F.
       01  HLD-LINE.
           05  HLD-CC                  PIC X.
           05  HLD-TEXT                PIC X(132).

      *    Rejected-move list for manual follow-up.
       FD  REJRPT-FILE
           RECORDING MODE IS F.
       01  REJ-LINE.
           05  REJ-CC                  PIC X.
           05  REJ-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-NCOA-USER            PIC X(5)  VALUE 'NCOA'.
           05  WS-NCOA-TRAN            PIC X(4)  VALUE 'NCOA'.

       01  WS-SWITCHES.
           05  WS-NCOA-EOF-SW          PIC X     VALUE 'N'.
               88  WS-NCOA-EOF                   VALUE 'Y'.
           05  WS-NCOA-STATUS          PIC X(2).
               88  WS-NCOA-OK                    VALUE '00'.
           05  WS-CUSTMST-STATUS       PIC X(2).
               88  WS-CUSTMST-OK                 VALUE '00'.
           05  WS-STCTY-STATUS         PIC X(2).
               88  WS-STCTY-OK                   VALUE '00'.
           05  WS-CUSTFLG-STATUS       PIC X(2).
               88  WS-CUSTFLG-OK                 VALUE '00'.
           05  WS-CUSTRST-STATUS       PIC X(2).
               88  WS-CUSTRST-OK                 VALUE '00'.
           05  WS-CUSTPRF-STATUS       PIC X(2).
               88  WS-CUSTPRF-OK                 VALUE '00'.
           05  WS-ALTADR-STATUS        PIC X(2).
               88  WS-ALTADR-OK                  VALUE '00'.
           05  WS-PENDCHG-STATUS       PIC X(2).
               88  WS-PENDCHG-OK                 VALUE '00'.
           05  WS-ERROR-SW             PIC X     VALUE 'N'.
               88  WS-ERROR-FOUND                VALUE 'Y'.
           05  WS-RESTRICT-SW          PIC X     VALUE 'N'.
               88  WS-RESTRICTED                 VALUE 'Y'.
           05  WS-OPEN-ITEM-SW         PIC X     VALUE 'N'.
               88  WS-OPEN-ITEM                  VALUE 'Y'.
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.
           05  WS-DUP-HOLD-SW          PIC X     VALUE 'N'.
               88  WS-DUP-HOLD                   VALUE 'Y'.
           05  WS-BROWSE-DONE-SW       PIC X     VALUE 'N'.
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-RISK-SW              PIC X     VALUE 'N'.
               88  WS-RISK-NONE                  VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-NCOA-READ-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-SYS-DATE-R2 REDEFINES WS-SYS-DATE.
               10  FILLER              PIC 9(4).
               10  WS-SYS-MMDD         PIC 9(4).
           05  WS-SYS-TIME             PIC 9(8).
           05  WS-SYS-TIME-R REDEFINES WS-SYS-TIME.
               10  WS-SYS-HH           PIC 9(2).
               10  WS-SYS-MN           PIC 9(2).
               10  WS-SYS-SS           PIC 9(2).
               10  FILLER              PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).
           05  WS-RUN-TIME             PIC X(8).

      *    Working fields for the postal-format walk - the same
      *    fields BKMASSCH walks MASSCH-PSTCDE with, driven by the
      *    same STCTY-PSTCDE-FORMAT / pending-format selection.
       01  WS-PSTCDE-WORK.
           05  WS-FMT-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-SRC-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-FMT-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-SRC-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-FMT-CHAR             PIC X.
           05  WS-EFF-FORMAT           PIC X(10).

       01  WS-REJECT-REASON.
           05  WS-REASON-CODE          PIC X(4).
           05  WS-REASON-TEXT          PIC X(30).

       01  WS-HOLD-REASON              PIC X(20).

       01  WS-REPORT-LINES.
           05  WS-HEAD1                PIC X(50) VALUE
               'MEMBER MAINTENANCE'.
           05  WS-HEAD2-APPLIED        PIC X(50) VALUE
               'NCOA MOVE-UPDATE - MOVES APPLIED'.
           05  WS-HEAD2-HELD           PIC X(50) VALUE
               'NCOA MOVE-UPDATE - HELD FOR REVIEW ON BANK83A'.
           05  WS-HEAD2-REJECTED       PIC X(50) VALUE
               'NCOA MOVE-UPDATE - MOVES REJECTED'.
           05  WS-COL-HEAD-APPLIED     PIC X(132) VALUE
               'CUST ID    NAME                            OLD ADDRESS
      -        '                NEW ADDRESS                MOVED'.
           05  WS-COL-HEAD-HELD        PIC X(132) VALUE
               'CUST ID    NAME                            NEW ADDRESS
      -        '                CNTRY   MOVED     HELD FOR'.
           05  WS-COL-HEAD-REJECTED    PIC X(132) VALUE
               'CUST ID    NCOA NAME                       NEW ADDRESS
      -        '                RSN  REASON'.

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MOVE
               UNTIL WS-NCOA-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

      *    Register the run before any file is opened, so a double
      *    run or an out-of-sequence start is refused before the
      *    master is touched.
       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKNCOA  '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKNCOA RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-SYS-TIME           FROM TIME
           STRING WS-SYS-MM   '/' WS-SYS-DD '/' WS-SYS-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-SYS-HH ':' WS-SYS-MN ':' WS-SYS-SS
               DELIMITED BY SIZE INTO WS-RUN-TIME

           OPEN I-O    CUSTMST-FILE
           OPEN INPUT  STCYREF-FILE
           OPEN I-O    CUSTFLG-FILE
           OPEN INPUT  CUSTRST-FILE
           OPEN INPUT  CUSTPRF-FILE
           OPEN INPUT  ALTADR-FILE
           OPEN I-O    PENDCHG-FILE

      *    A pending-change dataset that has never been loaded opens
      *    with status 35 - create it empty on the fly, the way
      *    BKPNDAPL primes it, so the first hold can queue.
           IF WS-PENDCHG-STATUS = '35'
               OPEN OUTPUT PENDCHG-FILE
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF

           OPEN EXTEND ADRAUD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT HLDRPT-FILE
           OPEN OUTPUT REJRPT-FILE

           PERFORM 1100-PRINT-HEADINGS

      *    The vendor returns a move file only after an NCOA pass;
      *    on the other nights there is no file (status 35) and the
      *    step completes with zero counts so the stream balances.
           OPEN INPUT  NCOA-FILE

           IF WS-NCOA-STATUS = '35'
               MOVE 'Y'                 TO WS-NCOA-EOF-SW
           ELSE
               READ NCOA-FILE
                   AT END
                       MOVE 'Y'         TO WS-NCOA-EOF-SW
               END-READ
           END-IF.

       1100-PRINT-HEADINGS.
           MOVE SPACES                  TO RPT-LINE
           MOVE '1'                     TO RPT-CC
           MOVE WS-HEAD1                TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-HEAD2-APPLIED        TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RUN DATE: ' WS-RUN-DATE '   RUN TIME: ' WS-RUN-TIME
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-COL-HEAD-APPLIED     TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO HLD-LINE
           MOVE '1'                     TO HLD-CC
           MOVE WS-HEAD1                TO HLD-TEXT
           WRITE HLD-LINE

           MOVE SPACES                  TO HLD-LINE
           MOVE ' '                     TO HLD-CC
           MOVE WS-HEAD2-HELD           TO HLD-TEXT
           WRITE HLD-LINE

           MOVE SPACES                  TO HLD-LINE
           MOVE ' '                     TO HLD-CC
           STRING 'RUN DATE: ' WS-RUN-DATE '   RUN TIME: ' WS-RUN-TIME
               DELIMITED BY SIZE INTO HLD-TEXT
           WRITE HLD-LINE

           MOVE SPACES                  TO HLD-LINE
           WRITE HLD-LINE

           MOVE SPACES                  TO HLD-LINE
           MOVE ' '                     TO HLD-CC
           MOVE WS-COL-HEAD-HELD        TO HLD-TEXT
           WRITE HLD-LINE

           MOVE SPACES                  TO REJ-LINE
           MOVE '1'                     TO REJ-CC
           MOVE WS-HEAD1                TO REJ-TEXT
           WRITE REJ-LINE

           MOVE SPACES                  TO REJ-LINE
           MOVE ' '                     TO REJ-CC
           MOVE WS-HEAD2-REJECTED       TO REJ-TEXT
           WRITE REJ-LINE

           MOVE SPACES                  TO REJ-LINE
           MOVE ' '                     TO REJ-CC
           STRING 'RUN DATE: ' WS-RUN-DATE '   RUN TIME: ' WS-RUN-TIME
               DELIMITED BY SIZE INTO REJ-TEXT
           WRITE REJ-LINE

           MOVE SPACES                  TO REJ-LINE
           WRITE REJ-LINE

           MOVE SPACES                  TO REJ-LINE
           MOVE ' '                     TO REJ-CC
           MOVE WS-COL-HEAD-REJECTED    TO REJ-TEXT
           WRITE REJ-LINE.

      *    Every record read lands on exactly one list - applied,
      *    held or rejected - which is the tie BKBALCHK proves.
       2000-PROCESS-MOVE.
           ADD 1                         TO WS-NCOA-READ-COUNT
           MOVE 'N'                      TO WS-ERROR-SW

           IF NCOA-ADDR1 = SPACES
               MOVE 'Y'                  TO WS-ERROR-SW
               MOVE 'ADR1'               TO WS-REASON-CODE
               MOVE 'NO FORWARDING ADDRESS GIVEN'
                                          TO WS-REASON-TEXT
           ELSE
               PERFORM 2100-VALIDATE-ADDRESS
           END-IF

           IF NOT WS-ERROR-FOUND
               PERFORM 3000-MATCH-MEMBER
           END-IF

           IF WS-ERROR-FOUND
               PERFORM 2900-PRINT-REJECT-LINE
           END-IF

           READ NCOA-FILE
               AT END
                   MOVE 'Y'             TO WS-NCOA-EOF-SW
           END-READ.

      *    The same cross-validation BKMASSCH's 2100 makes: the
      *    state/country entry must be on STCYREF, active, and past
      *    its effective date, and the postal code must satisfy the
      *    effective format mask.
       2100-VALIDATE-ADDRESS.
           MOVE NCOA-CNTRY              TO STCTY-CNTRY-CD
           MOVE NCOA-STATE              TO STCTY-STATE-CD
           READ STCYREF-FILE
               KEY IS STCTY-KEY
           END-READ

           IF NOT WS-STCTY-OK
               OR NOT STCTY-ACTIVE
               OR (STCTY-EFF-DATE > ZERO
                   AND STCTY-EFF-DATE > WS-SYS-DATE)
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'STCY'              TO WS-REASON-CODE
               MOVE 'STATE/COUNTRY NOT ON FILE'
                                         TO WS-REASON-TEXT
           ELSE
               PERFORM 2105-SET-EFFECTIVE-FORMAT
               PERFORM 2110-VALIDATE-PSTCDE-FORMAT
           END-IF.

       2105-SET-EFFECTIVE-FORMAT.
           IF STCTY-PEND-EFF-DATE > ZERO
               AND STCTY-PEND-EFF-DATE <= WS-SYS-DATE
               AND STCTY-PEND-PSTCDE-FMT NOT = SPACES
               MOVE STCTY-PEND-PSTCDE-FMT TO WS-EFF-FORMAT
           ELSE
               MOVE STCTY-PSTCDE-FORMAT   TO WS-EFF-FORMAT
           END-IF.

      *    Position-by-position walk of the effective mask against
      *    NCOA-PSTCDE - '9'/'A' mask positions consume and check
      *    the next raw character, literal positions are skipped -
      *    the walk BKMASSCH's 2110-2113 make.
       2110-VALIDATE-PSTCDE-FORMAT.
           PERFORM 2111-FIND-FORMAT-LENGTH
           PERFORM 2112-FIND-SOURCE-LENGTH
           MOVE ZERO                    TO WS-SRC-IDX

           IF WS-FMT-LEN > ZERO
               PERFORM 2113-CHECK-MASK-POSITION
                   VARYING WS-FMT-IDX FROM 1 BY 1
                   UNTIL WS-FMT-IDX > WS-FMT-LEN
                       OR WS-ERROR-FOUND
           END-IF

           IF NOT WS-ERROR-FOUND
               AND WS-SRC-IDX NOT = WS-SRC-LEN
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'PSTL'              TO WS-REASON-CODE
               MOVE 'POSTAL CODE INVALID FOR ENTRY'
                                         TO WS-REASON-TEXT
           END-IF.

       2111-FIND-FORMAT-LENGTH.
           MOVE 10                      TO WS-FMT-IDX
           PERFORM UNTIL WS-FMT-IDX = ZERO
                   OR WS-EFF-FORMAT(WS-FMT-IDX:1) NOT = SPACE
               SUBTRACT 1                FROM WS-FMT-IDX
           END-PERFORM
           MOVE WS-FMT-IDX               TO WS-FMT-LEN.

       2112-FIND-SOURCE-LENGTH.
           MOVE 7                       TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX = ZERO
                   OR NCOA-PSTCDE(WS-SRC-IDX:1) NOT = SPACE
               SUBTRACT 1                FROM WS-SRC-IDX
           END-PERFORM
           MOVE WS-SRC-IDX               TO WS-SRC-LEN.

       2113-CHECK-MASK-POSITION.
           MOVE WS-EFF-FORMAT(WS-FMT-IDX:1)
                                         TO WS-FMT-CHAR
           IF WS-FMT-CHAR = '9' OR WS-FMT-CHAR = 'A'
               ADD 1                     TO WS-SRC-IDX
               IF WS-SRC-IDX > WS-SRC-LEN
                   MOVE 'Y'              TO WS-ERROR-SW
                   MOVE 'PSTL'           TO WS-REASON-CODE
                   MOVE 'POSTAL CODE INVALID FOR ENTRY'
                                          TO WS-REASON-TEXT
               ELSE
                   IF WS-FMT-CHAR = '9'
                       IF NCOA-PSTCDE(WS-SRC-IDX:1) NOT NUMERIC
                           MOVE 'Y'       TO WS-ERROR-SW
                           MOVE 'PSTL'    TO WS-REASON-CODE
                           MOVE 'POSTAL CODE INVALID FOR ENTRY'
                                          TO WS-REASON-TEXT
                       END-IF
                   ELSE
                       IF NOT NCOA-PSTCDE(WS-SRC-IDX:1) ALPHABETIC
                           MOVE 'Y'       TO WS-ERROR-SW
                           MOVE 'PSTL'    TO WS-REASON-CODE
                           MOVE 'POSTAL CODE INVALID FOR ENTRY'
                                          TO WS-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2900-PRINT-REJECT-LINE.
           ADD 1                        TO WS-REJECT-COUNT
           MOVE SPACES                  TO REJ-LINE
           MOVE ' '                     TO REJ-CC
           STRING NCOA-CUST-ID '  ' NCOA-NAME '  ' NCOA-ADDR1 '  '
               WS-REASON-CODE ' ' WS-REASON-TEXT
               DELIMITED BY SIZE INTO REJ-TEXT
           WRITE REJ-LINE.

      *    The vendor matched on the member number we sent out, so
      *    the member must still be on the master and open - a
      *    closed member cannot be updated online either.  A move
      *    to the address already on the master (a rerun, or the
      *    member told us first) has nothing to post.
       3000-MATCH-MEMBER.
           MOVE NCOA-CUST-ID            TO CUST-ID
           READ CUSTMST-FILE
               KEY IS CUST-ID
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-CUSTMST-OK
                   MOVE 'Y'             TO WS-ERROR-SW
                   MOVE 'NFND'          TO WS-REASON-CODE
                   MOVE 'MEMBER NOT ON MASTER'
                                         TO WS-REASON-TEXT
               WHEN NOT CUST-ACTIVE
                   MOVE 'Y'             TO WS-ERROR-SW
                   MOVE 'CLSD'          TO WS-REASON-CODE
                   MOVE 'MEMBER CLOSED'  TO WS-REASON-TEXT
               WHEN NCOA-ADDR1  = CUST-ADDR1
                   AND NCOA-ADDR2  = CUST-ADDR2
                   AND NCOA-STATE  = CUST-STATE
                   AND NCOA-PSTCDE = CUST-PSTCDE
                   AND NCOA-CNTRY  = CUST-CNTRY
                   MOVE 'Y'             TO WS-ERROR-SW
                   MOVE 'SAME'          TO WS-REASON-CODE
                   MOVE 'ADDRESS ALREADY ON MASTER'
                                         TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM 3100-CHECK-RISK-LINE
                   IF WS-DUP-HOLD
                       MOVE 'Y'         TO WS-ERROR-SW
                       MOVE 'DUPL'      TO WS-REASON-CODE
                       MOVE 'MOVE ALREADY HELD FOR REVIEW'
                                         TO WS-REASON-TEXT
                   ELSE
                       IF WS-RISK-NONE
                           PERFORM 4000-POST-TO-MASTER
                       ELSE
                           PERFORM 5000-HOLD-FOR-REVIEW
                       END-IF
                   END-IF
           END-EVALUATE.

      *    The same risk lines BANK80A's 2140 draws for a teller
      *    change, in the same order: a restricted member first,
      *    then a country change.  A member with a future-dated or
      *    held change already open is held too - posting the move
      *    underneath it would be overwritten when that change is
      *    released or applied.  So is a member with an ALTADR
      *    alternate in force: the vendor may have matched the
      *    forwarding order to the seasonal address rather than the
      *    master one, and only the member can say which moved.
       3100-CHECK-RISK-LINE.
           MOVE 'N'                     TO WS-RISK-SW
           PERFORM 3110-CHECK-RESTRICTION
           PERFORM 3120-CHECK-OPEN-ITEMS
           PERFORM 3130-CHECK-ALTERNATE

           EVALUATE TRUE
               WHEN WS-RESTRICTED
                   MOVE 'R'             TO WS-RISK-SW
                   MOVE 'RESTRICTED MEMBER' TO WS-HOLD-REASON
               WHEN NCOA-CNTRY NOT = CUST-CNTRY
                   MOVE 'C'             TO WS-RISK-SW
                   MOVE 'COUNTRY CHANGE' TO WS-HOLD-REASON
               WHEN WS-OPEN-ITEM
                   MOVE 'P'             TO WS-RISK-SW
                   MOVE 'OPEN CHANGE PENDING' TO WS-HOLD-REASON
               WHEN WS-ALT-IN-FORCE
                   MOVE 'A'             TO WS-RISK-SW
                   MOVE 'ALTERNATE IN FORCE' TO WS-HOLD-REASON
           END-EVALUATE.

      *    A restriction is honored only once its effective date has
      *    arrived (zero = always), the same evaluation BANK80A's
      *    2145 makes.
       3110-CHECK-RESTRICTION.
           MOVE 'N'                     TO WS-RESTRICT-SW
           MOVE NCOA-CUST-ID            TO CUSTRST-CUST-ID
           READ CUSTRST-FILE
               KEY IS CUSTRST-CUST-ID
           END-READ

           IF WS-CUSTRST-OK
               AND (CUSTRST-EFF-DATE = ZERO
                   OR CUSTRST-EFF-DATE <= WS-SYS-DATE)
               MOVE 'Y'                 TO WS-RESTRICT-SW
           END-IF.

      *    Walk the member's PENDCHG items the way BANK80A's 1130
      *    does, looking for anything future-dated or held.  A held
      *    NCOA item for this same forwarding address means the move
      *    is already queued - a rerun of the same vendor file.
       3120-CHECK-OPEN-ITEMS.
           MOVE 'N'                     TO WS-OPEN-ITEM-SW
           MOVE 'N'                     TO WS-DUP-HOLD-SW
           MOVE 'N'                     TO WS-BROWSE-DONE-SW
           MOVE NCOA-CUST-ID            TO PENDCHG-CUST-ID
           MOVE ZERO                    TO PENDCHG-DATE
           MOVE LOW-VALUES              TO PENDCHG-TIME

           START PENDCHG-FILE
               KEY IS NOT LESS THAN PENDCHG-KEY
               INVALID KEY
                   MOVE 'Y'             TO WS-BROWSE-DONE-SW
           END-START

           PERFORM 3125-READ-OPEN-ITEM
               UNTIL WS-BROWSE-DONE.

       3125-READ-OPEN-ITEM.
           READ PENDCHG-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-BROWSE-DONE-SW
           END-READ

           IF NOT WS-BROWSE-DONE
               IF NOT WS-PENDCHG-OK
                   OR PENDCHG-CUST-ID NOT = NCOA-CUST-ID
                   MOVE 'Y'             TO WS-BROWSE-DONE-SW
               ELSE
                   IF PENDCHG-FUTURE OR PENDCHG-HELD
                       MOVE 'Y'         TO WS-OPEN-ITEM-SW
                       IF PENDCHG-HELD
                           AND PENDCHG-ENT-USER  = WS-NCOA-USER
                           AND PENDCHG-NEW-ADDR1 = NCOA-ADDR1
                           AND PENDCHG-NEW-ADDR2 = NCOA-ADDR2
                           AND PENDCHG-NEW-PSTCDE = NCOA-PSTCDE
                           AND PENDCHG-NEW-CNTRY = NCOA-CNTRY
                           MOVE 'Y'     TO WS-DUP-HOLD-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The same in-force evaluation BKMLEXT's 2700 and BKRETML
      *    make: a one-off window between its start and end dates,
      *    or a recurring one from its first start date on whenever
      *    the month/day falls inside its yearly window (a window
      *    that ends before it starts runs across the year end).  No
      *    ALTADR dataset yet (status 35) reads as none in force.
       3130-CHECK-ALTERNATE.
           MOVE 'N'                     TO WS-ALT-IN-FORCE-SW
           MOVE NCOA-CUST-ID            TO ALTADR-CUST-ID
           READ ALTADR-FILE
               KEY IS ALTADR-CUST-ID
           END-READ

           IF WS-ALTADR-OK
               EVALUATE TRUE
                   WHEN WS-SYS-DATE < ALTADR-START-DATE
                       CONTINUE
                   WHEN NOT ALTADR-RECURRING
                       IF WS-SYS-DATE <= ALTADR-END-DATE
                           MOVE 'Y'     TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN ALTADR-START-MMDD <= ALTADR-END-MMDD
                       IF WS-SYS-MMDD >= ALTADR-START-MMDD
                           AND WS-SYS-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'     TO WS-ALT-IN-FORCE-SW
                       END-IF
                   WHEN OTHER
                       IF WS-SYS-MMDD >= ALTADR-START-MMDD
                           OR WS-SYS-MMDD <= ALTADR-END-MMDD
                           MOVE 'Y'     TO WS-ALT-IN-FORCE-SW
                       END-IF
               END-EVALUATE
           END-IF.

       4000-POST-TO-MASTER.
           MOVE CUST-ID                 TO ADRAUD-CUST-ID
           MOVE CUST-NAME               TO ADRAUD-OLD-NAME
           MOVE CUST-ADDR1              TO ADRAUD-OLD-ADDR1
           MOVE CUST-ADDR2              TO ADRAUD-OLD-ADDR2
           MOVE CUST-STATE              TO ADRAUD-OLD-STATE
           MOVE CUST-PSTCDE             TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-OLD-EMAIL
           PERFORM 4210-SAVE-UNDELIV-FLAG

           MOVE NCOA-ADDR1              TO CUST-ADDR1
           MOVE NCOA-ADDR2              TO CUST-ADDR2
           MOVE NCOA-STATE              TO CUST-STATE
           MOVE NCOA-PSTCDE             TO CUST-PSTCDE
           MOVE NCOA-CNTRY              TO CUST-CNTRY
           MOVE WS-NCOA-USER            TO CUST-LAST-UPD-USER
           MOVE WS-RUN-DATE             TO CUST-LAST-UPD-DATE
           MOVE WS-RUN-TIME             TO CUST-LAST-UPD-TIME

           REWRITE CUSTMST-RECORD

           IF NOT WS-CUSTMST-OK
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'IOER'              TO WS-REASON-CODE
               MOVE 'MASTER REWRITE FAILED'
                                         TO WS-REASON-TEXT
           ELSE
               ADD 1                    TO WS-APPLIED-COUNT
               PERFORM 4100-WRITE-AUDIT-RECORD
               PERFORM 4200-CLEAR-UNDELIV-FLAG
               PERFORM 4300-PRINT-APPLIED-LINE
           END-IF.

       4100-WRITE-AUDIT-RECORD.
           MOVE WS-NCOA-USER            TO ADRAUD-USER-ID
           MOVE WS-NCOA-TRAN            TO ADRAUD-TRAN-ID
           MOVE WS-RUN-DATE             TO ADRAUD-DATE
           MOVE WS-RUN-TIME             TO ADRAUD-TIME
           MOVE CUST-ADDR1              TO ADRAUD-NEW-ADDR1
           MOVE CUST-ADDR2              TO ADRAUD-NEW-ADDR2
           MOVE CUST-STATE              TO ADRAUD-NEW-STATE
           MOVE CUST-PSTCDE             TO ADRAUD-NEW-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-NEW-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-NEW-EMAIL
           MOVE CUST-NAME               TO ADRAUD-NEW-NAME

           WRITE ADRAUD-RECORD.

      *    The forwarding address supersedes whatever the vendor
      *    bounced.  INVALID KEY just means the member was never
      *    flagged.
       4200-CLEAR-UNDELIV-FLAG.
           MOVE NCOA-CUST-ID            TO CUSTFLG-CUST-ID
           DELETE CUSTFLG-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    The flag as it stands before 4200 deletes it, carried on
      *    the audit record's old image: BKCNFNOT's letter goes to
      *    the old address and must know whether it was known bad.
       4210-SAVE-UNDELIV-FLAG.
           MOVE 'N'                     TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                  TO ADRAUD-OLD-UNDELIV-RSN
           MOVE NCOA-CUST-ID            TO CUSTFLG-CUST-ID
           READ CUSTFLG-FILE
               KEY IS CUSTFLG-CUST-ID
           END-READ

           IF WS-CUSTFLG-OK
               AND CUSTFLG-UNDELIVERABLE
               MOVE 'Y'                 TO ADRAUD-OLD-UNDELIV-SW
               MOVE CUSTFLG-REASON-CODE TO ADRAUD-OLD-UNDELIV-RSN
           END-IF.

       4300-PRINT-APPLIED-LINE.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING CUST-ID '  ' CUST-NAME '  ' ADRAUD-OLD-ADDR1 '  '
               CUST-ADDR1 '  ' NCOA-MOVE-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

      *    Queue the move on PENDCHG exactly as BANK80A queues a
      *    held teller change, so BANK83A shows and releases it with
      *    no special handling.  A release posts the whole field
      *    set, so the member's current e-mail, name and preference
      *    elections ride along unchanged; the effective date is
      *    today, so a release posts straight to the master.
       5000-HOLD-FOR-REVIEW.
           MOVE NCOA-CUST-ID            TO CUSTPRF-CUST-ID
           READ CUSTPRF-FILE
               KEY IS CUSTPRF-CUST-ID
           END-READ

           IF WS-CUSTPRF-OK
               MOVE CUSTPRF-PAPERLESS-SW  TO PENDCHG-NEW-OPT1
               MOVE CUSTPRF-MKTG-OPTIN-SW TO PENDCHG-NEW-OPT2
           ELSE
               MOVE 'N'                 TO PENDCHG-NEW-OPT1
                                           PENDCHG-NEW-OPT2
           END-IF

           MOVE NCOA-CUST-ID            TO PENDCHG-CUST-ID
           MOVE WS-SYS-DATE             TO PENDCHG-DATE
           MOVE WS-RUN-TIME             TO PENDCHG-TIME
           MOVE 'H'                     TO PENDCHG-STATUS-SW
           MOVE WS-RISK-SW              TO PENDCHG-RISK-SW
           MOVE WS-SYS-DATE             TO PENDCHG-EFF-DATE
           MOVE WS-NCOA-USER            TO PENDCHG-ENT-USER
           MOVE WS-NCOA-TRAN            TO PENDCHG-ENT-TRAN
           MOVE SPACES                  TO PENDCHG-DISP-USER
                                           PENDCHG-DISP-DATE
                                           PENDCHG-DISP-TIME
           MOVE NCOA-ADDR1              TO PENDCHG-NEW-ADDR1
           MOVE NCOA-ADDR2              TO PENDCHG-NEW-ADDR2
           MOVE NCOA-STATE              TO PENDCHG-NEW-STATE
           MOVE NCOA-PSTCDE             TO PENDCHG-NEW-PSTCDE
           MOVE NCOA-CNTRY              TO PENDCHG-NEW-CNTRY
           MOVE CUST-EMAIL              TO PENDCHG-NEW-EMAIL
           MOVE CUST-NAME               TO PENDCHG-NEW-NAME

           WRITE PENDCHG-RECORD

           IF NOT WS-PENDCHG-OK
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'IOER'              TO WS-REASON-CODE
               MOVE 'HELD ITEM NOT WRITTEN'
                                         TO WS-REASON-TEXT
           ELSE
               ADD 1                    TO WS-HELD-COUNT
               PERFORM 5100-PRINT-HELD-LINE
           END-IF.

       5100-PRINT-HELD-LINE.
           MOVE SPACES                  TO HLD-LINE
           MOVE ' '                     TO HLD-CC
           STRING CUST-ID '  ' CUST-NAME '  ' NCOA-ADDR1 '  '
               NCOA-CNTRY '  ' NCOA-MOVE-DATE '  ' WS-HOLD-REASON
               DELIMITED BY SIZE INTO HLD-TEXT
           WRITE HLD-LINE.

       9000-FINALIZE.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'MOVES APPLIED: ' WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'NCOA RECORDS READ: ' WS-NCOA-READ-COUNT
               '   APPLIED: ' WS-APPLIED-COUNT
               '   HELD: ' WS-HELD-COUNT
               '   REJECTED: ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO HLD-LINE
           WRITE HLD-LINE
           MOVE SPACES                  TO HLD-LINE
           MOVE ' '                     TO HLD-CC
           STRING 'MOVES HELD FOR REVIEW: ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO HLD-TEXT
           WRITE HLD-LINE

           MOVE SPACES                  TO REJ-LINE
           WRITE REJ-LINE
           MOVE SPACES                  TO REJ-LINE
           MOVE ' '                     TO REJ-CC
           STRING 'MOVES REJECTED: ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REJ-TEXT
           WRITE REJ-LINE

           IF WS-NCOA-STATUS NOT = '35'
               CLOSE NCOA-FILE
           END-IF
           CLOSE CUSTMST-FILE
           CLOSE STCYREF-FILE
           CLOSE CUSTFLG-FILE
           CLOSE CUSTRST-FILE
           CLOSE CUSTPRF-FILE
           CLOSE ALTADR-FILE
           CLOSE PENDCHG-FILE
           CLOSE ADRAUD-FILE
           CLOSE RPT-FILE
           CLOSE HLDRPT-FILE
           CLOSE REJRPT-FILE

           DISPLAY 'BKNCOA RECORDS READ:      ' WS-NCOA-READ-COUNT
           DISPLAY 'BKNCOA MOVES APPLIED:     ' WS-APPLIED-COUNT
           DISPLAY 'BKNCOA MOVES HELD:        ' WS-HELD-COUNT
           DISPLAY 'BKNCOA MOVES REJECTED:    ' WS-REJECT-COUNT

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKNCOA  '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-NCOA-READ-COUNT      TO RUNPARM-READ-COUNT
           MOVE WS-APPLIED-COUNT        TO RUNPARM-SELECT-COUNT
           MOVE WS-HELD-COUNT           TO RUNPARM-WRITE-COUNT
           MOVE WS-REJECT-COUNT         TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKNCOA - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
