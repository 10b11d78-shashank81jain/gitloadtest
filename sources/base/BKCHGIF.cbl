       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKCHGIF.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKCHGIF - Member Contact-Change Interface                     *
      *  Nightly step that builds the outbound contact-change file     *
      *  (MCHGIF) for the card platform, loan servicing and CRM, so    *
      *  their copies of member addresses and e-mails follow the       *
      *  master instead of being re-keyed from the BKADRRPT listing.   *
      *  Two passes:                                                   *
      *    - the day's ADRAUD records, the same dataset BKADRRPT,      *
      *      BKRECON, BKCNFNOT and BKHSTLD read, so it runs ahead of   *
      *      the cycling of ADRAUD: one ADR record per audit record,   *
      *      whatever posted it - BANK80A, BANK81A, BANK83A, BKPNDAPL, *
      *      BKMASSCH or BKNCOA;                                       *
      *    - the customer master, comparing each member's elections,   *
      *      restriction, status and bad-e-mail switch against the     *
      *      CHGSNAP snapshot, for the changes no audit record shows - *
      *      CUSTPRF elections, BANK80A PF10 and BANK91A closes,       *
      *      CUSTRST restrictions added or lifted on BANK87A or by a   *
      *      merge, and hard bounces flagged by BKEMLRET - so it runs  *
      *      after BKEMLRET, BKPNDAPL and BKNCOA.                      *
      *  The file opens with a header carrying the business date and   *
      *  closes with a trailer carrying the counts and a hash total    *
      *  of the member numbers.  BKBALCHK ties the audit records read  *
      *  here to the count BKHSTLD loaded from the same dataset.       *
      *  A brand new snapshot is primed by the first run: every        *
      *  member is recorded as it stands and no state changes are      *
      *  reported for that night.                                      *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADRAUD-FILE      ASSIGN TO ADRAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTMST-FILE     ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT CUSTPRF-FILE     ASSIGN TO CUSTPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTPRF-CUST-ID
               FILE STATUS IS WS-CUSTPRF-STATUS.

           SELECT CUSTRST-FILE     ASSIGN TO CUSTRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTRST-CUST-ID
               FILE STATUS IS WS-CUSTRST-STATUS.

           SELECT CHGSNAP-FILE     ASSIGN TO CHGSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGSNAP-CUST-ID
               FILE STATUS IS WS-CHGSNAP-STATUS.

           SELECT CHGIF-FILE       ASSIGN TO CHGIF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADRAUD-FILE
           RECORDING MODE IS F.
           COPY MADRAUD.

       FD  CUSTMST-FILE.
           COPY MCUSTMST.

       FD  CUSTPRF-FILE.
           COPY MCUSTPRF.

       FD  CUSTRST-FILE.
           COPY MCUSTRST.

       FD  CHGSNAP-FILE.
           COPY MCHGSNAP.

       FD  CHGIF-FILE
           RECORDING MODE IS F.
           COPY MCHGIF.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ADRAUD-EOF-SW        PIC X     VALUE 'N'.
               88  WS-ADRAUD-EOF                 VALUE 'Y'.
           05  WS-CUSTMST-EOF-SW       PIC X     VALUE 'N'.
               88  WS-CUSTMST-EOF                VALUE 'Y'.
           05  WS-CUSTMST-STATUS       PIC X(2).
               88  WS-CUSTMST-OK                 VALUE '00'.
           05  WS-CUSTPRF-STATUS       PIC X(2).
               88  WS-CUSTPRF-OK                 VALUE '00'.
           05  WS-CUSTRST-STATUS       PIC X(2).
               88  WS-CUSTRST-OK                 VALUE '00'.
           05  WS-CHGSNAP-STATUS       PIC X(2).
               88  WS-CHGSNAP-OK                 VALUE '00'.
               88  WS-CHGSNAP-NOTFND             VALUE '23'.
           05  WS-PRIME-SW             PIC X     VALUE 'N'.
               88  WS-PRIME-RUN                  VALUE 'Y'.
           05  WS-CHANGE-TYPE          PIC X(3)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-MASTER-READ-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-STATE-CHG-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-ADR-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-PRF-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CLS-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-RSA-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-RSL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-EMB-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-SNAP-ADDED-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-SNAP-ERROR-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.

      *    The member's contact state as it stands tonight, laid out
      *    exactly as the snapshot's prior and current states so the
      *    whole state compares and moves as one.
       01  WS-MEMBER-STATE.
           05  WS-ST-PAPER             PIC X(1).
           05  WS-ST-MKTG              PIC X(1).
           05  WS-ST-RST               PIC X(3).
           05  WS-ST-RSTDT             PIC 9(8).
           05  WS-ST-STATUS            PIC X(1).
           05  WS-ST-EMLBAD            PIC X(1).

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-TIME             PIC 9(8).
           05  WS-SYS-TIME-R REDEFINES WS-SYS-TIME.
               10  WS-SYS-HH           PIC 9(2).
               10  WS-SYS-MN           PIC 9(2).
               10  WS-SYS-SS           PIC 9(2).
               10  FILLER              PIC 9(2).
           05  WS-RUN-TIME             PIC X(8).

      *    ADRAUD-DATE carries the online header stamp MM/DD/YYYY -
      *    pull the pieces apart for the YYYYMMDD change date, the
      *    way BKHSTLD builds its history key.
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
               UNTIL WS-ADRAUD-EOF
           PERFORM 3000-START-MASTER-PASS
           PERFORM 3100-PROCESS-MASTER
               THRU 3190-NEXT-MASTER
               UNTIL WS-CUSTMST-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

      *    Register the run before any file is opened, so a double
      *    run or an out-of-sequence start is refused before the
      *    interface dataset or the snapshot is touched.
       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKCHGIF '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
                                           RUNPARM-WRITE3-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKCHGIF RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-SYS-TIME           FROM TIME
           STRING WS-SYS-HH ':' WS-SYS-MN ':' WS-SYS-SS
               DELIMITED BY SIZE INTO WS-RUN-TIME

           OPEN INPUT  ADRAUD-FILE
           OPEN INPUT  CUSTMST-FILE
           OPEN INPUT  CUSTPRF-FILE
           OPEN INPUT  CUSTRST-FILE
           OPEN I-O    CHGSNAP-FILE
           OPEN OUTPUT CHGIF-FILE

      *    A brand new snapshot dataset opens with status 35 - create
      *    it empty on the fly, the way BKHSTLD primes its history
      *    file, and treat the night as the priming run.
           IF WS-CHGSNAP-STATUS = '35'
               OPEN OUTPUT CHGSNAP-FILE
               CLOSE CHGSNAP-FILE
               OPEN I-O CHGSNAP-FILE
               MOVE 'Y'                 TO WS-PRIME-SW
               DISPLAY 'BKCHGIF - NEW CONTACT-STATE SNAPSHOT - PRIMING'
                   ' RUN, NO STATE CHANGES REPORTED TONIGHT'
           END-IF

           MOVE SPACES                  TO CHGIF-RECORD
           MOVE 'H'                     TO CHGIF-REC-TYPE
           MOVE WS-SYS-DATE             TO CHGIF-BUSINESS-DATE
           MOVE WS-SYS-DATE             TO CHGIF-CREATE-DATE
           MOVE WS-RUN-TIME             TO CHGIF-CREATE-TIME
           WRITE CHGIF-RECORD

           READ ADRAUD-FILE
               AT END
                   MOVE 'Y'             TO WS-ADRAUD-EOF-SW
           END-READ.

      *    One ADR record per audit record, so the count ties to the
      *    records BKHSTLD loaded from the same dataset.  The name,
      *    address and e-mail are the values the change posted - in
      *    posting order, so a receiver applying the file in sequence
      *    ends on the latest - with switches saying which of the
      *    three moved.  An update that posted only new elections
      *    carries none; its election change is also reported from
      *    the master pass as PRF.
       2000-PROCESS-AUDIT-RECORD.
           ADD 1                        TO WS-AUDIT-READ-COUNT

           MOVE ADRAUD-CUST-ID          TO CUST-ID
           READ CUSTMST-FILE
               KEY IS CUST-ID
           END-READ
           IF WS-CUSTMST-OK
               PERFORM 2500-BUILD-MEMBER-STATE
           ELSE
               MOVE SPACES              TO WS-MEMBER-STATE
               MOVE ZERO                TO WS-ST-RSTDT
               MOVE ZERO                TO CUST-CLOSE-DATE
               MOVE ZERO                TO CUST-MERGED-TO-ID
           END-IF

           MOVE SPACES                  TO CHGIF-RECORD
           MOVE 'D'                     TO CHGIF-REC-TYPE
           MOVE ADRAUD-CUST-ID          TO CHGIF-CUST-ID
           MOVE 'ADR'                   TO CHGIF-CHANGE-TYPE

           MOVE ADRAUD-DATE             TO WS-AUD-DATE-X
           MOVE WS-AUD-YYYY             TO WS-CHG-YYYY
           MOVE WS-AUD-MM               TO WS-CHG-MM
           MOVE WS-AUD-DD               TO WS-CHG-DD
           MOVE WS-CHG-DATE             TO CHGIF-CHANGE-DATE
           MOVE ADRAUD-TIME             TO CHGIF-CHANGE-TIME
           MOVE ADRAUD-USER-ID          TO CHGIF-CHANGE-USER
           MOVE ADRAUD-TRAN-ID          TO CHGIF-CHANGE-TRAN

           IF ADRAUD-NEW-ADDR1 NOT = ADRAUD-OLD-ADDR1
               OR ADRAUD-NEW-ADDR2 NOT = ADRAUD-OLD-ADDR2
               OR ADRAUD-NEW-STATE NOT = ADRAUD-OLD-STATE
               OR ADRAUD-NEW-PSTCDE NOT = ADRAUD-OLD-PSTCDE
               OR ADRAUD-NEW-CNTRY NOT = ADRAUD-OLD-CNTRY
               MOVE 'Y'                 TO CHGIF-ADDR-CHG-SW
           ELSE
               MOVE 'N'                 TO CHGIF-ADDR-CHG-SW
           END-IF
           IF ADRAUD-NEW-EMAIL NOT = ADRAUD-OLD-EMAIL
               MOVE 'Y'                 TO CHGIF-EMAIL-CHG-SW
           ELSE
               MOVE 'N'                 TO CHGIF-EMAIL-CHG-SW
           END-IF
           IF ADRAUD-NEW-NAME NOT = ADRAUD-OLD-NAME
               MOVE 'Y'                 TO CHGIF-NAME-CHG-SW
           ELSE
               MOVE 'N'                 TO CHGIF-NAME-CHG-SW
           END-IF

           MOVE ADRAUD-NEW-NAME         TO CHGIF-NAME
           MOVE ADRAUD-NEW-ADDR1        TO CHGIF-ADDR1
           MOVE ADRAUD-NEW-ADDR2        TO CHGIF-ADDR2
           MOVE ADRAUD-NEW-STATE        TO CHGIF-STATE
           MOVE ADRAUD-NEW-PSTCDE       TO CHGIF-PSTCDE
           MOVE ADRAUD-NEW-CNTRY        TO CHGIF-CNTRY
           MOVE ADRAUD-NEW-EMAIL        TO CHGIF-EMAIL
           PERFORM 2600-MOVE-STATE-TO-DETAIL
           PERFORM 2900-WRITE-DETAIL

           READ ADRAUD-FILE
               AT END
                   MOVE 'Y'             TO WS-ADRAUD-EOF-SW
           END-READ.

      *    The member's elections, restriction, status and bad-e-mail
      *    switch as they stand tonight.  No preference record means
      *    no elections (spaces); no restriction record, spaces and a
      *    zero date.  A blank status predates the field and is an
      *    active member, recorded as 'A' so it never reads as a
      *    change.
       2500-BUILD-MEMBER-STATE.
           MOVE CUST-ID                 TO CUSTPRF-CUST-ID
           READ CUSTPRF-FILE
               KEY IS CUSTPRF-CUST-ID
           END-READ
           IF WS-CUSTPRF-OK
               MOVE CUSTPRF-PAPERLESS-SW  TO WS-ST-PAPER
               MOVE CUSTPRF-MKTG-OPTIN-SW TO WS-ST-MKTG
           ELSE
               MOVE SPACES              TO WS-ST-PAPER
               MOVE SPACES              TO WS-ST-MKTG
           END-IF

           MOVE CUST-ID                 TO CUSTRST-CUST-ID
           READ CUSTRST-FILE
               KEY IS CUSTRST-CUST-ID
           END-READ
           IF WS-CUSTRST-OK
               MOVE CUSTRST-REASON-CODE TO WS-ST-RST
               MOVE CUSTRST-EFF-DATE    TO WS-ST-RSTDT
           ELSE
               MOVE SPACES              TO WS-ST-RST
               MOVE ZERO                TO WS-ST-RSTDT
           END-IF

           IF CUST-ACTIVE
               MOVE 'A'                 TO WS-ST-STATUS
           ELSE
               MOVE CUST-STATUS-SW      TO WS-ST-STATUS
           END-IF

           IF CUST-EMAIL-BAD
               MOVE 'Y'                 TO WS-ST-EMLBAD
           ELSE
               MOVE 'N'                 TO WS-ST-EMLBAD
           END-IF.

       2600-MOVE-STATE-TO-DETAIL.
           MOVE WS-ST-EMLBAD            TO CHGIF-EMAIL-BAD-SW
           MOVE WS-ST-PAPER             TO CHGIF-PAPERLESS-SW
           MOVE WS-ST-MKTG              TO CHGIF-MKTG-OPTIN-SW
           MOVE WS-ST-RST               TO CHGIF-RST-REASON
           MOVE WS-ST-RSTDT             TO CHGIF-RST-EFF-DATE
           MOVE WS-ST-STATUS            TO CHGIF-STATUS-SW
           IF CUST-CLOSE-DATE IS NUMERIC
               MOVE CUST-CLOSE-DATE     TO CHGIF-CLOSE-DATE
           ELSE
               MOVE ZERO                TO CHGIF-CLOSE-DATE
           END-IF
           IF CUST-MERGED-TO-ID IS NUMERIC
               MOVE CUST-MERGED-TO-ID   TO CHGIF-MERGED-TO-ID
           ELSE
               MOVE ZERO                TO CHGIF-MERGED-TO-ID
           END-IF.

      *    Every detail adds its member number to the hash total the
      *    trailer carries, and counts under its change type.
       2900-WRITE-DETAIL.
           WRITE CHGIF-RECORD
           ADD 1                        TO WS-DETAIL-COUNT
           ADD CHGIF-CUST-ID            TO WS-HASH-TOTAL

           EVALUATE TRUE
               WHEN CHGIF-TYPE-CONTACT
                   ADD 1                TO WS-ADR-COUNT
               WHEN CHGIF-TYPE-ELECTION
                   ADD 1                TO WS-PRF-COUNT
               WHEN CHGIF-TYPE-CLOSED
                   ADD 1                TO WS-CLS-COUNT
               WHEN CHGIF-TYPE-RESTRICTED
                   ADD 1                TO WS-RSA-COUNT
               WHEN CHGIF-TYPE-LIFTED
                   ADD 1                TO WS-RSL-COUNT
               WHEN CHGIF-TYPE-EMAIL-BAD
                   ADD 1                TO WS-EMB-COUNT
           END-EVALUATE.

       3000-START-MASTER-PASS.
           MOVE LOW-VALUES              TO CUST-ID
           START CUSTMST-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
           END-START

           IF NOT WS-CUSTMST-EOF
               READ CUSTMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y'         TO WS-CUSTMST-EOF-SW
               END-READ
           END-IF.

      *    A member BKARCPRG is part way through purging is passed
      *    over - purge-pending is a housekeeping state, not a change
      *    to anything the receivers hold.  A member not yet on the
      *    snapshot (every member on the priming run) is recorded as
      *    it stands, with nothing reported.
       3100-PROCESS-MASTER.
           ADD 1                        TO WS-MASTER-READ-COUNT

           IF CUST-PURGE-PENDING
               GO TO 3190-NEXT-MASTER
           END-IF

           PERFORM 2500-BUILD-MEMBER-STATE

           MOVE CUST-ID                 TO CHGSNAP-CUST-ID
           READ CHGSNAP-FILE
               KEY IS CHGSNAP-CUST-ID
           END-READ

           IF WS-CHGSNAP-NOTFND
               PERFORM 3200-ADD-SNAPSHOT
               GO TO 3190-NEXT-MASTER
           END-IF

           IF NOT WS-CHGSNAP-OK
               ADD 1                    TO WS-SNAP-ERROR-COUNT
               GO TO 3190-NEXT-MASTER
           END-IF

      *    A rerun for the same business date compares against the
      *    state before the date, which the failed attempt left in
      *    the prior state - so it reports the same changes again.
      *    On a new date the state last recorded becomes the prior
      *    state, and an unchanged member is left as it is.
           IF CHGSNAP-RUN-DATE = WS-SYS-DATE
               PERFORM 3300-REPORT-STATE-CHANGES
               IF WS-MEMBER-STATE NOT = CHGSNAP-CUR-STATE
                   MOVE WS-MEMBER-STATE TO CHGSNAP-CUR-STATE
                   PERFORM 3400-REWRITE-SNAPSHOT
               END-IF
           ELSE
               IF WS-MEMBER-STATE NOT = CHGSNAP-CUR-STATE
                   MOVE CHGSNAP-CUR-STATE TO CHGSNAP-PRI-STATE
                   PERFORM 3300-REPORT-STATE-CHANGES
                   MOVE WS-MEMBER-STATE TO CHGSNAP-CUR-STATE
                   MOVE WS-SYS-DATE     TO CHGSNAP-RUN-DATE
                   PERFORM 3400-REWRITE-SNAPSHOT
               END-IF
           END-IF.

       3190-NEXT-MASTER.
           READ CUSTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
           END-READ.

       3200-ADD-SNAPSHOT.
           MOVE CUST-ID                 TO CHGSNAP-CUST-ID
           MOVE WS-SYS-DATE             TO CHGSNAP-RUN-DATE
           MOVE WS-MEMBER-STATE         TO CHGSNAP-PRI-STATE
           MOVE WS-MEMBER-STATE         TO CHGSNAP-CUR-STATE
           WRITE CHGSNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-CHGSNAP-OK
               ADD 1                    TO WS-SNAP-ADDED-COUNT
           ELSE
               ADD 1                    TO WS-SNAP-ERROR-COUNT
           END-IF.

      *    One detail per kind of change against the prior state.  A
      *    restriction replaced by another reason, or re-dated, is
      *    reported as added with the new values; lifting is its own
      *    type.  Only the setting of the bad-e-mail switch is
      *    reported - it clears when a new address posts, which
      *    reaches the receivers as an ADR record.
       3300-REPORT-STATE-CHANGES.
           IF WS-ST-PAPER NOT = CHGSNAP-PRI-PAPER
               OR WS-ST-MKTG NOT = CHGSNAP-PRI-MKTG
               MOVE 'PRF'               TO WS-CHANGE-TYPE
               PERFORM 3500-WRITE-STATE-DETAIL
           END-IF

           IF WS-ST-STATUS = 'C'
               AND CHGSNAP-PRI-STATUS NOT = 'C'
               MOVE 'CLS'               TO WS-CHANGE-TYPE
               PERFORM 3500-WRITE-STATE-DETAIL
           END-IF

           IF WS-ST-RST NOT = SPACES
               AND (WS-ST-RST NOT = CHGSNAP-PRI-RST
                    OR WS-ST-RSTDT NOT = CHGSNAP-PRI-RSTDT)
               MOVE 'RSA'               TO WS-CHANGE-TYPE
               PERFORM 3500-WRITE-STATE-DETAIL
           END-IF

           IF WS-ST-RST = SPACES
               AND CHGSNAP-PRI-RST NOT = SPACES
               MOVE 'RSL'               TO WS-CHANGE-TYPE
               PERFORM 3500-WRITE-STATE-DETAIL
           END-IF

           IF WS-ST-EMLBAD = 'Y'
               AND CHGSNAP-PRI-EMLBAD NOT = 'Y'
               MOVE 'EMB'               TO WS-CHANGE-TYPE
               PERFORM 3500-WRITE-STATE-DETAIL
           END-IF.

       3400-REWRITE-SNAPSHOT.
           REWRITE CHGSNAP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT WS-CHGSNAP-OK
               ADD 1                    TO WS-SNAP-ERROR-COUNT
           END-IF.

      *    The caller has set WS-CHANGE-TYPE; the rest of the
      *    detail is the member as the master holds it tonight.
       3500-WRITE-STATE-DETAIL.
           MOVE SPACES                  TO CHGIF-RECORD
           MOVE 'D'                     TO CHGIF-REC-TYPE
           MOVE CUST-ID                 TO CHGIF-CUST-ID
           MOVE WS-CHANGE-TYPE          TO CHGIF-CHANGE-TYPE
           MOVE WS-SYS-DATE             TO CHGIF-CHANGE-DATE
           MOVE SPACES                  TO CHGIF-CHANGE-TIME
           MOVE SPACES                  TO CHGIF-CHANGE-USER
           MOVE SPACES                  TO CHGIF-CHANGE-TRAN
           MOVE 'N'                     TO CHGIF-ADDR-CHG-SW
           MOVE 'N'                     TO CHGIF-EMAIL-CHG-SW
           MOVE 'N'                     TO CHGIF-NAME-CHG-SW
           MOVE CUST-NAME               TO CHGIF-NAME
           MOVE CUST-ADDR1              TO CHGIF-ADDR1
           MOVE CUST-ADDR2              TO CHGIF-ADDR2
           MOVE CUST-STATE              TO CHGIF-STATE
           MOVE CUST-PSTCDE             TO CHGIF-PSTCDE
           MOVE CUST-CNTRY              TO CHGIF-CNTRY
           MOVE CUST-EMAIL              TO CHGIF-EMAIL
           PERFORM 2600-MOVE-STATE-TO-DETAIL
           PERFORM 2900-WRITE-DETAIL
           ADD 1                        TO WS-STATE-CHG-COUNT.

       9000-FINALIZE.
           MOVE SPACES                  TO CHGIF-RECORD
           MOVE 'T'                     TO CHGIF-REC-TYPE
           MOVE WS-DETAIL-COUNT         TO CHGIF-DETAIL-COUNT
           MOVE WS-ADR-COUNT            TO CHGIF-ADR-COUNT
           MOVE WS-PRF-COUNT            TO CHGIF-PRF-COUNT
           MOVE WS-CLS-COUNT            TO CHGIF-CLS-COUNT
           MOVE WS-RSA-COUNT            TO CHGIF-RSA-COUNT
           MOVE WS-RSL-COUNT            TO CHGIF-RSL-COUNT
           MOVE WS-EMB-COUNT            TO CHGIF-EMB-COUNT
           MOVE WS-HASH-TOTAL           TO CHGIF-HASH-TOTAL
           WRITE CHGIF-RECORD

           CLOSE ADRAUD-FILE
           CLOSE CUSTMST-FILE
           CLOSE CUSTPRF-FILE
           CLOSE CUSTRST-FILE
           CLOSE CHGSNAP-FILE
           CLOSE CHGIF-FILE

           DISPLAY 'BKCHGIF AUDIT RECORDS READ:  ' WS-AUDIT-READ-COUNT
           DISPLAY 'BKCHGIF MEMBERS READ:        ' WS-MASTER-READ-COUNT
           DISPLAY 'BKCHGIF DETAILS WRITTEN:     ' WS-DETAIL-COUNT
           DISPLAY 'BKCHGIF   CONTACT (ADR):     ' WS-ADR-COUNT
           DISPLAY 'BKCHGIF   ELECTIONS (PRF):   ' WS-PRF-COUNT
           DISPLAY 'BKCHGIF   CLOSED (CLS):      ' WS-CLS-COUNT
           DISPLAY 'BKCHGIF   RESTRICTED (RSA):  ' WS-RSA-COUNT
           DISPLAY 'BKCHGIF   LIFTED (RSL):      ' WS-RSL-COUNT
           DISPLAY 'BKCHGIF   E-MAIL BAD (EMB):  ' WS-EMB-COUNT
           DISPLAY 'BKCHGIF HASH TOTAL:          ' WS-HASH-TOTAL
           DISPLAY 'BKCHGIF SNAPSHOT ADDED:      ' WS-SNAP-ADDED-COUNT
           IF WS-PRIME-RUN
               DISPLAY 'BKCHGIF PRIMING RUN - '
                   'STATE CHANGES NOT REPORTED'
           END-IF

      *    A snapshot entry that could not be written or rewritten
      *    only means the member is compared against older state
      *    tomorrow - a change may be reported twice, never lost -
      *    so it is a warning, not a failed run.
           IF WS-SNAP-ERROR-COUNT > ZERO
               DISPLAY 'BKCHGIF SNAPSHOT ERRORS:     '
                   WS-SNAP-ERROR-COUNT ' - STATUS ' WS-CHGSNAP-STATUS
               MOVE 4                   TO RETURN-CODE
           END-IF

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKCHGIF '              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-AUDIT-READ-COUNT     TO RUNPARM-READ-COUNT
           MOVE WS-MASTER-READ-COUNT    TO RUNPARM-SELECT-COUNT
           MOVE WS-DETAIL-COUNT         TO RUNPARM-WRITE-COUNT
           MOVE WS-STATE-CHG-COUNT      TO RUNPARM-WRITE2-COUNT
           MOVE ZERO                    TO RUNPARM-WRITE3-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKCHGIF - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
