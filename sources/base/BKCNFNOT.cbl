       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKCNFNOT.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKCNFNOT - Address/E-mail Change Confirmation Notices         *
      *  Nightly step after BKADRRPT, before BKHSTLD cycles the        *
      *  ADRAUD dataset.  Reads the day's ADRAUD records - every       *
      *  source: BANK80A, BANK81A, BANK83A releases, BKPNDAPL and      *
      *  BKMASSCH - and for each address or e-mail change writes a     *
      *  "did you request this change?" notice to the member's PRIOR   *
      *  contact points: a print-vendor letter to the old postal       *
      *  address (CNFNOT) and an e-mail notice to the old e-mail       *
      *  address (CNFEML).  A fraudster who takes over a member        *
      *  redirects everything going forward; this is how the real      *
      *  member still hears about it.                                  *
      *  Not noticed:                                                  *
      *    - the BKADRCLN standardization cleanup (tran ACLN) - a      *
      *      cosmetic rewrite of the same address.  BKMASSCH also      *
      *      audits as user BATCH but is noticed: a mass change is     *
      *      exactly the change a member must hear about;              *
      *    - name-only changes, which move no contact point;           *
      *    - members with an effective CUSTRST restriction, on         *
      *      either channel;                                           *
      *    - the letter, when the old address was flagged              *
      *      undeliverable on CUSTFLG at the time the change posted    *
      *      (the e-mail still goes).  Posting a change deletes the    *
      *      CUSTFLG record, so the flag is taken from the audit       *
      *      record's old image, not from CUSTFLG tonight.             *
      *  Registers with the BKRUNCTL run control; BKBALCHK ties the    *
      *  audit records read here to the count BKADRRPT printed.        *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - The undeliverable test now uses the flag
      *                   carried on the audit record's old image
      *                   (ADRAUD-OLD-UNDELIV-SW) instead of reading
      *                   CUSTFLG, which the posting program has already
      *                   deleted.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADRAUD-FILE      ASSIGN TO ADRAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTRST-FILE     ASSIGN TO CUSTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTRST-CUST-ID
               FILE STATUS IS WS-CUSTRST-STATUS.

           SELECT CNFNOT-FILE      ASSIGN TO CNFNOT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CNFEML-FILE      ASSIGN TO CNFEML
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADRAUD-FILE
           RECORDING MODE IS F.
           COPY MADRAUD.

       FD  CUSTRST-FILE.
           COPY MCUSTRST.

       FD  CNFNOT-FILE
           RECORDING MODE IS F.
           COPY MCNFNOT.

       FD  CNFEML-FILE
           RECORDING MODE IS F.
           COPY MCNFEML.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-CLEANUP-TRAN         PIC X(4)  VALUE 'ACLN'.

       01  WS-SWITCHES.
           05  WS-ADRAUD-EOF-SW        PIC X     VALUE 'N'.
               88  WS-ADRAUD-EOF                 VALUE 'Y'.
           05  WS-CUSTRST-STATUS       PIC X(2).
               88  WS-CUSTRST-OK                 VALUE '00'.
           05  WS-RESTRICT-SW          PIC X     VALUE 'N'.
               88  WS-RESTRICTED                 VALUE 'Y'.
           05  WS-ADDR-CHG-SW          PIC X     VALUE 'N'.
               88  WS-ADDR-CHANGED               VALUE 'Y'.
           05  WS-EMAIL-CHG-SW         PIC X     VALUE 'N'.
               88  WS-EMAIL-CHANGED              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-CLEANUP-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-NAME-ONLY-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-RESTRICTED-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-LETTER-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-EMAIL-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-EXCEPT-COUNT         PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).

      *    ADRAUD-DATE carries the online header stamp MM/DD/YYYY -
      *    pull the pieces apart to give the vendor a YYYYMMDD
      *    change date, the way BKHSTLD builds its history key.
       01  WS-AUD-DATE-WORK.
           05  WS-AUD-DATE-X           PIC X(11).
           05  WS-AUD-DATE-R REDEFINES WS-AUD-DATE-X.
               10  WS-AUD-MM           PIC X(2).
               10  FILLER              PIC X(1).
               10  WS-AUD-DD           PIC X(2).
               10  FILLER              PIC X(1).
               10  WS-AUD-YYYY         PIC X(4).
               10  FILLER              PIC X(1).
           05  WS-CHG-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-CHG-DATE-R REDEFINES WS-CHG-DATE.
               10  WS-CHG-YYYY         PIC X(4).
               10  WS-CHG-MM           PIC X(2).
               10  WS-CHG-DD           PIC X(2).

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-RECORD
               THRU 2090-NEXT-AUDIT-RECORD
               UNTIL WS-ADRAUD-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

      *    Register the run before any file is opened, so a double
      *    run or an out-of-sequence start is refused before the
      *    extract datasets are touched.
       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKCNFNOT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKCNFNOT RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INITIALIZE.
           STRING WS-SYS-MM '/' WS-SYS-DD '/' WS-SYS-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN INPUT  ADRAUD-FILE
           OPEN INPUT  CUSTRST-FILE
           OPEN OUTPUT CNFNOT-FILE
           OPEN OUTPUT CNFEML-FILE
           OPEN OUTPUT RPT-FILE

           PERFORM 1100-PRINT-HEADINGS

           READ ADRAUD-FILE
               AT END
                   MOVE 'Y'             TO WS-ADRAUD-EOF-SW
           END-READ.

       1100-PRINT-HEADINGS.
           MOVE SPACES                  TO RPT-LINE
           MOVE '1'                     TO RPT-CC
           MOVE 'MEMBER MAINTENANCE'    TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'CHANGE CONFIRMATION NOTICE EXCEPTIONS' TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

       2000-PROCESS-AUDIT-RECORD.
           ADD 1                        TO WS-AUDIT-READ-COUNT

      *    The standardization cleanup rewrites the same address in
      *    standard form - nothing the member needs to confirm.  The
      *    skip is by transaction, not by the BATCH user: BKMASSCH
      *    audits as BATCH too, and a mass change must be noticed.
           IF ADRAUD-TRAN-ID = WS-CLEANUP-TRAN
               ADD 1                    TO WS-CLEANUP-COUNT
               GO TO 2090-NEXT-AUDIT-RECORD
           END-IF

           PERFORM 2100-CLASSIFY-CHANGE
           IF NOT WS-ADDR-CHANGED AND NOT WS-EMAIL-CHANGED
               ADD 1                    TO WS-NAME-ONLY-COUNT
               GO TO 2090-NEXT-AUDIT-RECORD
           END-IF

           ADD 1                        TO WS-CHANGE-COUNT
           PERFORM 2200-CHECK-RESTRICTION
           IF WS-RESTRICTED
               ADD 1                    TO WS-RESTRICTED-COUNT
               PERFORM 2910-PRINT-RESTRICTED-LINE
               GO TO 2090-NEXT-AUDIT-RECORD
           END-IF

           PERFORM 2300-BUILD-CHANGE-DATE

           EVALUATE TRUE
               WHEN ADRAUD-OLD-UNDELIVERABLE
                   PERFORM 2920-PRINT-UNDELIV-LINE
               WHEN ADRAUD-OLD-ADDR1 = SPACES
                   OR ADRAUD-OLD-ADDR1 = LOW-VALUES
                   PERFORM 2930-PRINT-NO-ADDRESS-LINE
               WHEN OTHER
                   PERFORM 2400-WRITE-LETTER-NOTICE
           END-EVALUATE

           IF ADRAUD-OLD-EMAIL = SPACES
               OR ADRAUD-OLD-EMAIL = LOW-VALUES
               CONTINUE
           ELSE
               PERFORM 2500-WRITE-EMAIL-NOTICE
           END-IF.

       2090-NEXT-AUDIT-RECORD.
           READ ADRAUD-FILE
               AT END
                   MOVE 'Y'             TO WS-ADRAUD-EOF-SW
           END-READ.

      *    An address change is any postal field moved; an e-mail
      *    change is the e-mail moved.  A name-only change sets
      *    neither.
       2100-CLASSIFY-CHANGE.
           IF ADRAUD-OLD-ADDR1  NOT = ADRAUD-NEW-ADDR1
               OR ADRAUD-OLD-ADDR2  NOT = ADRAUD-NEW-ADDR2
               OR ADRAUD-OLD-STATE  NOT = ADRAUD-NEW-STATE
               OR ADRAUD-OLD-PSTCDE NOT = ADRAUD-NEW-PSTCDE
               OR ADRAUD-OLD-CNTRY  NOT = ADRAUD-NEW-CNTRY
               MOVE 'Y'                 TO WS-ADDR-CHG-SW
           ELSE
               MOVE 'N'                 TO WS-ADDR-CHG-SW
           END-IF

           IF ADRAUD-OLD-EMAIL NOT = ADRAUD-NEW-EMAIL
               MOVE 'Y'                 TO WS-EMAIL-CHG-SW
           ELSE
               MOVE 'N'                 TO WS-EMAIL-CHG-SW
           END-IF.

      *    A restriction is honored only once its effective date has
      *    arrived (zero = always), the same evaluation BKSTMSEL's
      *    2400 makes.  A restricted member gets neither notice.
       2200-CHECK-RESTRICTION.
           MOVE 'N'                     TO WS-RESTRICT-SW
           MOVE ADRAUD-CUST-ID          TO CUSTRST-CUST-ID
           READ CUSTRST-FILE
               KEY IS CUSTRST-CUST-ID
           END-READ

           IF WS-CUSTRST-OK
               AND (CUSTRST-EFF-DATE = ZERO
                   OR CUSTRST-EFF-DATE <= WS-SYS-DATE)
               MOVE 'Y'                 TO WS-RESTRICT-SW
           END-IF.

       2300-BUILD-CHANGE-DATE.
           MOVE ADRAUD-DATE             TO WS-AUD-DATE-X
           MOVE WS-AUD-YYYY             TO WS-CHG-YYYY
           MOVE WS-AUD-MM               TO WS-CHG-MM
           MOVE WS-AUD-DD               TO WS-CHG-DD.

      *    The letter goes to the address the member had BEFORE the
      *    change - the old image on the audit record.  The new
      *    address is never printed on it.
       2400-WRITE-LETTER-NOTICE.
           ADD 1                        TO WS-LETTER-COUNT
           MOVE ADRAUD-CUST-ID          TO CNFNOT-CUST-ID
           MOVE ADRAUD-OLD-NAME         TO CNFNOT-NAME
           MOVE ADRAUD-OLD-ADDR1        TO CNFNOT-ADDR1
           MOVE ADRAUD-OLD-ADDR2        TO CNFNOT-ADDR2
           MOVE ADRAUD-OLD-STATE        TO CNFNOT-STATE
           MOVE ADRAUD-OLD-PSTCDE       TO CNFNOT-PSTCDE
           MOVE ADRAUD-OLD-CNTRY        TO CNFNOT-CNTRY
           MOVE WS-CHG-DATE             TO CNFNOT-CHG-DATE
           MOVE ADRAUD-TIME             TO CNFNOT-CHG-TIME
           MOVE WS-ADDR-CHG-SW          TO CNFNOT-ADDR-CHG-SW
           MOVE WS-EMAIL-CHG-SW         TO CNFNOT-EMAIL-CHG-SW
           MOVE WS-SYS-DATE             TO CNFNOT-NOTICE-DATE
           WRITE CNFNOT-RECORD.

       2500-WRITE-EMAIL-NOTICE.
           ADD 1                        TO WS-EMAIL-COUNT
           MOVE ADRAUD-CUST-ID          TO CNFEML-CUST-ID
           MOVE ADRAUD-OLD-NAME         TO CNFEML-NAME
           MOVE ADRAUD-OLD-EMAIL        TO CNFEML-EMAIL
           MOVE WS-CHG-DATE             TO CNFEML-CHG-DATE
           MOVE ADRAUD-TIME             TO CNFEML-CHG-TIME
           MOVE WS-ADDR-CHG-SW          TO CNFEML-ADDR-CHG-SW
           MOVE WS-EMAIL-CHG-SW         TO CNFEML-EMAIL-CHG-SW
           MOVE WS-SYS-DATE             TO CNFEML-NOTICE-DATE
           WRITE CNFEML-RECORD.

       2910-PRINT-RESTRICTED-LINE.
           ADD 1                        TO WS-EXCEPT-COUNT
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CUST ' ADRAUD-CUST-ID
               ' CHANGED BY ' ADRAUD-USER-ID ' ' ADRAUD-TRAN-ID
               ' NOT NOTIFIED - CONTACT RESTRICTED ('
               CUSTRST-REASON-CODE ')'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       2920-PRINT-UNDELIV-LINE.
           ADD 1                        TO WS-EXCEPT-COUNT
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CUST ' ADRAUD-CUST-ID
               ' CHANGED BY ' ADRAUD-USER-ID ' ' ADRAUD-TRAN-ID
               ' NO LETTER - ADDRESS FLAGGED UNDELIVERABLE ('
               ADRAUD-OLD-UNDELIV-RSN ')'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       2930-PRINT-NO-ADDRESS-LINE.
           ADD 1                        TO WS-EXCEPT-COUNT
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CUST ' ADRAUD-CUST-ID
               ' CHANGED BY ' ADRAUD-USER-ID ' ' ADRAUD-TRAN-ID
               ' NO LETTER - NO PRIOR ADDRESS ON AUDIT RECORD'
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       9000-FINALIZE.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'AUDIT RECORDS READ: ' WS-AUDIT-READ-COUNT
               '  CLEANUP SKIPPED: ' WS-CLEANUP-COUNT
               '  NAME ONLY: ' WS-NAME-ONLY-COUNT
               '  CONTACT CHANGES: ' WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'RESTRICTED: ' WS-RESTRICTED-COUNT
               '  LETTERS: ' WS-LETTER-COUNT
               '  E-MAILS: ' WS-EMAIL-COUNT
               '  EXCEPTIONS: ' WS-EXCEPT-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           CLOSE ADRAUD-FILE
           CLOSE CUSTRST-FILE
           CLOSE CNFNOT-FILE
           CLOSE CNFEML-FILE
           CLOSE RPT-FILE

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKCNFNOT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-AUDIT-READ-COUNT     TO RUNPARM-READ-COUNT
           MOVE WS-CHANGE-COUNT         TO RUNPARM-SELECT-COUNT
           MOVE WS-LETTER-COUNT         TO RUNPARM-WRITE-COUNT
           MOVE WS-EMAIL-COUNT          TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKCNFNOT - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
