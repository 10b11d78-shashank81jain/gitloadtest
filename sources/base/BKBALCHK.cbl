      *  extract equal to BKSTMSEL's marketing opt-ins once the        *
      *  undeliverable suppressions are added back, and the audit      *
      *  records BKADRRPT printed equal to the records BKRECON         *
      *  reconciled, BKCNFNOT read for its change notices and BKHSTLD  *
      *  loaded to history, every NCOA move BKNCOA read applied,       *
      *  held or rejected, and every work-queue item BKWQAGE aged      *
      *  either expired or still queued, and the address changes       *
      *  BKCHGIF sent downstream equal to the records BKHSTLD loaded.  *
      *  Any miss prints on the balancing report and ends the step     *
      *  with a non-zero return code and an operator message.          *
      *
      *  Modification History
      *  ---------------------
      *                   duplicates.  The tie is now SELECT plus
      *                   the undeliverable suppressions (WRITE2)
      *                   against BKSTMSEL's opt-ins.
      *  BANK-APPL-DEV  - The change-confirmation notice step
      *                   (BKCNFNOT) is now part of the stream and
      *                   must complete for the business date; the
      *                   audit records it read must equal the count
      *                   BKADRRPT printed.
      *  BANK-APPL-DEV  - The NCOA move-update apply (BKNCOA) is now
      *                   part of the stream and must complete for
      *                   the business date; every vendor record it
      *                   read must have been applied, held for
      *                   BANK83A review or rejected.
      *  BANK-APPL-DEV  - The work-queue aging step (BKWQAGE) is now
      *                   part of the stream and must complete for
      *                   the business date; every held change and
      *                   open e-mail suspense item it aged must
      *                   have been expired or left on its queue.
      *  BANK-APPL-DEV  - BKSTMSEL's branch-pickup statement count
      *                   (RUNCTL-WRITE3-COUNT) prints beside the
      *                   mailing-extract tie as its own figure; pickup
      *                   members are outside the tie on both sides, so
      *                   the tie itself is unchanged.
      *  BANK-APPL-DEV  - The contact-change interface (BKCHGIF) is
      *                   now part of the stream and must complete
      *                   for the business date; the address-change
      *                   records it wrote (WRITE less the state-
      *                   change records in WRITE2) must equal the
      *                   audit records BKHSTLD loaded.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-BALANCED                   VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-JOB-COUNT            PIC 9(2)  VALUE 13.
           05  WS-JOB-IDX              PIC 9(2)  COMP VALUE ZERO.

       01  WS-JOB-TABLE-DATA.
           05  FILLER                  PIC X(8)  VALUE 'BKESTNOT'.
           05  FILLER                  PIC X(8)  VALUE 'BKADRSRV'.
           05  FILLER                  PIC X(8)  VALUE 'BKEMLRET'.
           05  FILLER                  PIC X(8)  VALUE 'BKCNFNOT'.
           05  FILLER                  PIC X(8)  VALUE 'BKNCOA  '.
           05  FILLER                  PIC X(8)  VALUE 'BKWQAGE '.
           05  FILLER                  PIC X(8)  VALUE 'BKCHGIF '.
       01  WS-JOB-TABLE REDEFINES WS-JOB-TABLE-DATA.
           05  WS-JOB-NAME             OCCURS 13 TIMES
                                       PIC X(8).

      *    Counts lifted from each job's run-control record so the
      *    cross-job ties can be checked after the reads.
       01  WS-STREAM-COUNTS.
           05  WS-STMSEL-MKTG          PIC 9(7)  VALUE ZERO.
           05  WS-STMSEL-PICKUP        PIC 9(7)  VALUE ZERO.
           05  WS-MLEXT-SELECTED       PIC 9(7)  VALUE ZERO.
           05  WS-MLEXT-WRITTEN        PIC 9(7)  VALUE ZERO.
           05  WS-MLEXT-SUPPRESSED     PIC 9(7)  VALUE ZERO.
           05  WS-ADRRPT-READ          PIC 9(7)  VALUE ZERO.
           05  WS-RECON-READ           PIC 9(7)  VALUE ZERO.
           05  WS-HSTLD-READ           PIC 9(7)  VALUE ZERO.
           05  WS-CNFNOT-READ          PIC 9(7)  VALUE ZERO.
           05  WS-MKTG-TIE             PIC 9(8)  VALUE ZERO.
           05  WS-NCOA-READ            PIC 9(7)  VALUE ZERO.
           05  WS-NCOA-APPLIED         PIC 9(7)  VALUE ZERO.
           05  WS-NCOA-HELD            PIC 9(7)  VALUE ZERO.
           05  WS-NCOA-REJECTED        PIC 9(7)  VALUE ZERO.
           05  WS-NCOA-TIE             PIC 9(8)  VALUE ZERO.
           05  WS-WQAGE-AGED           PIC 9(7)  VALUE ZERO.
           05  WS-WQAGE-EXPIRED        PIC 9(7)  VALUE ZERO.
           05  WS-WQAGE-QUEUED         PIC 9(7)  VALUE ZERO.
           05  WS-WQAGE-TIE            PIC 9(8)  VALUE ZERO.
           05  WS-CHGIF-WRITTEN        PIC 9(7)  VALUE ZERO.
           05  WS-CHGIF-STATE-CHG      PIC 9(7)  VALUE ZERO.
           05  WS-CHGIF-ADRCHG         PIC 9(7)  VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-SYS-DATE             PIC 9(8).
           EVALUATE WS-JOB-NAME(WS-JOB-IDX)
               WHEN 'BKSTMSEL'
                   MOVE RUNCTL-WRITE2-COUNT TO WS-STMSEL-MKTG
                   MOVE RUNCTL-WRITE3-COUNT TO WS-STMSEL-PICKUP
               WHEN 'BKMLEXT '
                   MOVE RUNCTL-SELECT-COUNT TO WS-MLEXT-SELECTED
                   MOVE RUNCTL-WRITE-COUNT  TO WS-MLEXT-WRITTEN
                   MOVE RUNCTL-READ-COUNT   TO WS-RECON-READ
               WHEN 'BKHSTLD '
                   MOVE RUNCTL-READ-COUNT   TO WS-HSTLD-READ
               WHEN 'BKCNFNOT'
                   MOVE RUNCTL-READ-COUNT   TO WS-CNFNOT-READ
               WHEN 'BKNCOA  '
                   MOVE RUNCTL-READ-COUNT   TO WS-NCOA-READ
                   MOVE RUNCTL-SELECT-COUNT TO WS-NCOA-APPLIED
                   MOVE RUNCTL-WRITE-COUNT  TO WS-NCOA-HELD
                   MOVE RUNCTL-WRITE2-COUNT TO WS-NCOA-REJECTED
               WHEN 'BKWQAGE '
                   MOVE RUNCTL-SELECT-COUNT TO WS-WQAGE-AGED
                   MOVE RUNCTL-WRITE-COUNT  TO WS-WQAGE-EXPIRED
                   MOVE RUNCTL-WRITE2-COUNT TO WS-WQAGE-QUEUED
               WHEN 'BKCHGIF '
                   MOVE RUNCTL-WRITE-COUNT  TO WS-CHGIF-WRITTEN
                   MOVE RUNCTL-WRITE2-COUNT TO WS-CHGIF-STATE-CHG
           END-EVALUATE.

       2200-PRINT-JOB-LINE.
      *    vendor already bounced, and household grouping folds
      *    same-address opt-ins into one piece, so the eligible
      *    opt-ins it selected plus the undeliverable suppressions
      *    must give back BKSTMSEL's marketing opt-ins - branch-
      *    pickup members are off both sides, and their statements
      *    print beside the tie as a figure of their own; and the
      *    audit records printed must equal the records reconciled,
      *    the records read for change notices and the records
      *    loaded to history.  Every NCOA move read must land on
      *    exactly one of BKNCOA's applied, held and rejected lists,
      *    every queued item BKWQAGE aged was either expired or left
      *    on its queue, and BKCHGIF sends one address-change record
      *    per audit record, so those must equal the records loaded
      *    to history - the two read the same day's ADRAUD.
       3000-CHECK-COUNT-TIES.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ADRRPT-READ = WS-RECON-READ
               AND WS-ADRRPT-READ = WS-HSTLD-READ
               AND WS-ADRRPT-READ = WS-CNFNOT-READ
               PERFORM 3200-PRINT-AUDIT-OK
           ELSE
               MOVE 'N'                 TO WS-BALANCED-SW
               PERFORM 3210-PRINT-AUDIT-MISS
           END-IF

           COMPUTE WS-NCOA-TIE =
               WS-NCOA-APPLIED + WS-NCOA-HELD + WS-NCOA-REJECTED
           IF WS-NCOA-TIE = WS-NCOA-READ
               PERFORM 3300-PRINT-NCOA-OK
           ELSE
               MOVE 'N'                 TO WS-BALANCED-SW
               PERFORM 3310-PRINT-NCOA-MISS
           END-IF

           COMPUTE WS-WQAGE-TIE =
               WS-WQAGE-EXPIRED + WS-WQAGE-QUEUED
           IF WS-WQAGE-TIE = WS-WQAGE-AGED
               PERFORM 3400-PRINT-WQAGE-OK
           ELSE
               MOVE 'N'                 TO WS-BALANCED-SW
               PERFORM 3410-PRINT-WQAGE-MISS
           END-IF

           COMPUTE WS-CHGIF-ADRCHG =
               WS-CHGIF-WRITTEN - WS-CHGIF-STATE-CHG
           IF WS-CHGIF-ADRCHG = WS-HSTLD-READ
               PERFORM 3500-PRINT-CHGIF-OK
           ELSE
               MOVE 'N'                 TO WS-BALANCED-SW
               PERFORM 3510-PRINT-CHGIF-MISS
           END-IF.

       3100-PRINT-TIE-OK.
           STRING 'MAILING EXTRACT IN BALANCE - OPT-INS '
               WS-STMSEL-MKTG
               '  HOUSEHOLD DUPLICATES ' WS-MLEXT-HHOLD-DUPS
               '  BRANCH PICKUP STATEMENTS ' WS-STMSEL-PICKUP
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

           STRING 'MAILING EXTRACT OUT OF BALANCE - OPT-INS '
               WS-STMSEL-MKTG
               ' SELECTED+SUPPRESSED ' WS-MKTG-TIE
               '  BRANCH PICKUP STATEMENTS ' WS-STMSEL-PICKUP
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

               WS-ADRRPT-READ
               ' RECONCILED ' WS-RECON-READ
               ' LOADED ' WS-HSTLD-READ
               ' NOTICED ' WS-CNFNOT-READ
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3300-PRINT-NCOA-OK.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'NCOA MOVE-UPDATE IN BALANCE - READ '
               WS-NCOA-READ
               '  APPLIED ' WS-NCOA-APPLIED
               '  HELD ' WS-NCOA-HELD
               '  REJECTED ' WS-NCOA-REJECTED
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3310-PRINT-NCOA-MISS.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'NCOA MOVE-UPDATE OUT OF BALANCE - READ '
               WS-NCOA-READ
               ' APPLIED+HELD+REJECTED ' WS-NCOA-TIE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3400-PRINT-WQAGE-OK.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'WORK-QUEUE AGING IN BALANCE - AGED '
               WS-WQAGE-AGED
               '  EXPIRED ' WS-WQAGE-EXPIRED
               '  STILL QUEUED ' WS-WQAGE-QUEUED
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3410-PRINT-WQAGE-MISS.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'WORK-QUEUE AGING OUT OF BALANCE - AGED '
               WS-WQAGE-AGED
               ' EXPIRED+QUEUED ' WS-WQAGE-TIE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3500-PRINT-CHGIF-OK.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CONTACT-CHANGE INTERFACE IN BALANCE - ADDRESS '
               'CHANGES ' WS-CHGIF-ADRCHG
               '  STATE CHANGES ' WS-CHGIF-STATE-CHG
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3510-PRINT-CHGIF-MISS.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CONTACT-CHANGE INTERFACE OUT OF BALANCE - ADDRESS '
               'CHANGES ' WS-CHGIF-ADRCHG
               ' LOADED ' WS-HSTLD-READ
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

