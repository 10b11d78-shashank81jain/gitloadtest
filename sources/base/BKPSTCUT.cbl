       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKPSTCUT.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKPSTCUT - Postal-Format Cutover Impact Report                *
      *  Run once a supervisor has keyed a pending postal format       *
      *  (STCTY-PEND-PSTCDE-FMT / STCTY-PEND-EFF-DATE) on BANK84A.     *
      *  Loads every active STCYREF entry carrying a pending format,   *
      *  walks the customer master, and tests each active member in    *
      *  those countries/states against the new mask - the same        *
      *  position-by-position walk BANK80A's 2110 and BKMASSCH make.   *
      *  A member whose code fails the new mask but whose digits and   *
      *  letters drop into it unchanged (only the mask literals -      *
      *  spaces, dashes - move) is converted mechanically and written  *
      *  as an MMASSCH record, so the correction file can go through   *
      *  BKMASSCH on cutover night.  Any other failure goes to the     *
      *  exception list for manual follow-up, as does a convertible    *
      *  member whose address is flagged undeliverable on CUSTFLG -    *
      *  BKMASSCH clears that flag with the change it posts, and only  *
      *  the format is changing, not the bad address.  Every           *
      *  conversion posts as a BKMASSCH address change, so BKCNFNOT    *
      *  sends the member a confirmation letter; the report heading    *
      *  says so.  The impact report prints, by country/state, the     *
      *  counts and the list of members the cutover touches.           *
      *  Registers with the BKRUNCTL run control; a periodic run, not  *
      *  part of the nightly stream BKBALCHK completes.                *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *  BANK-APPL-DEV  - Members flagged undeliverable on CUSTFLG are
      *                   listed for manual correction instead of
      *                   converted, so the cutover does not clear the
      *                   flag.  The report heading warns that each
      *                   conversion sends a BKCNFNOT letter.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MASSCH-FILE      ASSIGN TO MASSCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXC-FILE         ASSIGN TO EXCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMST-FILE.
           COPY MCUSTMST.

       FD  STCYREF-FILE.
           COPY MSTCTYF.

       FD  CUSTFLG-FILE.
           COPY MCUSTFLG.

       FD  MASSCH-FILE
           RECORDING MODE IS F.
           COPY MMASSCH.

      *    Impact report, by country/state.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

      *    Members needing manual correction.
       FD  EXC-FILE
           RECORDING MODE IS F.
       01  EXC-LINE.
           05  EXC-CC                  PIC X.
           05  EXC-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CUSTMST-EOF-SW       PIC X     VALUE 'N'.
               88  WS-CUSTMST-EOF                VALUE 'Y'.
           05  WS-CUSTMST-STATUS       PIC X(2).
               88  WS-CUSTMST-OK                 VALUE '00'.
           05  WS-STCTY-EOF-SW         PIC X     VALUE 'N'.
               88  WS-STCTY-EOF                  VALUE 'Y'.
           05  WS-STCTY-STATUS         PIC X(2).
               88  WS-STCTY-OK                   VALUE '00'.
           05  WS-CUSTFLG-STATUS       PIC X(2).
               88  WS-CUSTFLG-OK                 VALUE '00'.
           05  WS-ERROR-SW             PIC X     VALUE 'N'.
               88  WS-ERROR-FOUND                VALUE 'Y'.
           05  WS-PND-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-PND-FOUND                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MST-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-TESTED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-CONFORM-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-CONVERT-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-MANUAL-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-PND-OVERFLOW-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-IMP-OVERFLOW-COUNT   PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).

      *    Every active STCYREF entry carrying a pending format, with
      *    the running counts for its section of the report.  Entries
      *    beyond capacity are counted and reported, not silently
      *    dropped - the style of BKADRSRV's tables.
       01  WS-PENDING-TABLE.
           05  WS-PND-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-PND-ENTRY            OCCURS 200 TIMES.
               10  WS-PND-CNTRY        PIC X(6).
               10  WS-PND-STATE        PIC X(2).
               10  WS-PND-CUR-FMT      PIC X(10).
               10  WS-PND-NEW-FMT      PIC X(10).
               10  WS-PND-EFF-DATE     PIC 9(8).
               10  WS-PND-TESTED       PIC 9(7).
               10  WS-PND-CONFORM      PIC 9(7).
               10  WS-PND-CONVERT      PIC 9(7).
               10  WS-PND-MANUAL       PIC 9(7).
       01  WS-PND-IDX                  PIC 9(3)  VALUE ZERO.
       01  WS-PND-HIT                  PIC 9(3)  VALUE ZERO.

      *    Members the cutover touches - converted or manual - held
      *    for the by-country/state member lists printed at the end.
      *    A full table still writes the correction record and the
      *    exception line; only the listing is short, and the
      *    overflow is counted and reported.
       01  WS-IMPACT-TABLE.
           05  WS-IMP-COUNT            PIC 9(5)  VALUE ZERO.
           05  WS-IMP-ENTRY            OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-IMP-COUNT.
               10  WS-IMP-PND-IDX      PIC 9(3).
               10  WS-IMP-CUST-ID      PIC 9(9).
               10  WS-IMP-NAME         PIC X(30).
               10  WS-IMP-OLD-PSTCDE   PIC X(7).
               10  WS-IMP-NEW-PSTCDE   PIC X(7).
               10  WS-IMP-ACTION-SW    PIC X(1).
                   88  WS-IMP-CONVERT            VALUE 'C'.
                   88  WS-IMP-MANUAL             VALUE 'M'.
       01  WS-IMP-IDX                  PIC 9(5)  VALUE ZERO.

      *    Working fields for the postal-format walk - the same
      *    fields BKMASSCH walks its input with, driven here by the
      *    pending mask.
       01  WS-PSTCDE-WORK.
           05  WS-FMT-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-SRC-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-FMT-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-SRC-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-FMT-CHAR             PIC X.
           05  WS-EFF-FORMAT           PIC X(10).

      *    Working fields for the mechanical conversion: the code's
      *    significant characters (digits and letters, in order,
      *    with spaces and punctuation dropped), laid back into the
      *    new mask to build WS-CNV-PSTCDE.
       01  WS-CONVERT-WORK.
           05  WS-SIG-CHARS            PIC X(7).
           05  WS-SIG-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-SIG-IDX              PIC 9(2)  VALUE ZERO.
           05  WS-CNV-PSTCDE           PIC X(7).
           05  WS-CNV-LEN              PIC 9(2)  VALUE ZERO.
           05  WS-SCAN-CHAR            PIC X.
           05  WS-MANUAL-REASON        PIC X(36).

       01  WS-REPORT-LINES.
           05  WS-HEAD1                PIC X(50) VALUE
               'MEMBER MAINTENANCE'.
           05  WS-HEAD2                PIC X(50) VALUE
               'POSTAL-FORMAT CUTOVER IMPACT REPORT'.
           05  WS-HEAD2-EXC            PIC X(50) VALUE
               'POSTAL-FORMAT CUTOVER - MANUAL CORRECTION LIST'.
           05  WS-COL-HEAD-EXC         PIC X(132) VALUE
               'CNTRY  ST  CUST ID    NAME                            PO
      -        'STAL   NEW MASK    CUTOVER   REASON'.

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MEMBER
               THRU 2090-NEXT-MEMBER
               UNTIL WS-CUSTMST-EOF
           PERFORM 8000-PRINT-IMPACT-REPORT
           PERFORM 9000-FINALIZE
           GOBACK.

       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKPSTCUT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKPSTCUT RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

      *    With no pending format anywhere there is nothing to
      *    measure - the report says so and the master is not read.
       1000-INITIALIZE.
           STRING WS-SYS-MM   '/' WS-SYS-DD '/' WS-SYS-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN INPUT  CUSTMST-FILE
           OPEN INPUT  STCYREF-FILE
           OPEN INPUT  CUSTFLG-FILE
           OPEN OUTPUT MASSCH-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT EXC-FILE

           PERFORM 1100-PRINT-HEADINGS
           PERFORM 1200-LOAD-PENDING-TABLE

           IF WS-PND-COUNT = ZERO
               MOVE 'Y'                 TO WS-CUSTMST-EOF-SW
           ELSE
               MOVE LOW-VALUES          TO CUST-ID
               START CUSTMST-FILE
                   KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       MOVE 'Y'         TO WS-CUSTMST-EOF-SW
               END-START

               IF NOT WS-CUSTMST-EOF
                   READ CUSTMST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y'     TO WS-CUSTMST-EOF-SW
                   END-READ
               END-IF

               IF NOT WS-CUSTMST-EOF AND NOT WS-CUSTMST-OK
                   DISPLAY 'BKPSTCUT - CUSTMST READ ERROR - STATUS '
                       WS-CUSTMST-STATUS
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
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
           STRING 'RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'RUN THE CORRECTION FILE THROUGH BKMASSCH ON OR AFTER TH
      -        'E CUTOVER DATE - BEFORE IT THE OLD MASK STILL GOVERNS'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'EACH CONVERSION POSTS AS AN ADDRESS CHANGE - BKCNFNOT S
      -        'ENDS THE MEMBER A CONFIRMATION LETTER'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO EXC-LINE
           MOVE '1'                     TO EXC-CC
           MOVE WS-HEAD1                TO EXC-TEXT
           WRITE EXC-LINE

           MOVE SPACES                  TO EXC-LINE
           MOVE ' '                     TO EXC-CC
           MOVE WS-HEAD2-EXC            TO EXC-TEXT
           WRITE EXC-LINE

           MOVE SPACES                  TO EXC-LINE
           MOVE ' '                     TO EXC-CC
           STRING 'RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO EXC-TEXT
           WRITE EXC-LINE

           MOVE SPACES                  TO EXC-LINE
           WRITE EXC-LINE

           MOVE SPACES                  TO EXC-LINE
           MOVE ' '                     TO EXC-CC
           MOVE WS-COL-HEAD-EXC         TO EXC-TEXT
           WRITE EXC-LINE.

      *    An inactive entry fails every member on it already, with
      *    or without a new mask - only active entries are measured.
       1200-LOAD-PENDING-TABLE.
           MOVE LOW-VALUES              TO STCTY-KEY
           START STCYREF-FILE
               KEY IS NOT LESS THAN STCTY-KEY
               INVALID KEY
                   MOVE 'Y'             TO WS-STCTY-EOF-SW
           END-START

           PERFORM 1210-READ-STCYREF
               UNTIL WS-STCTY-EOF.

       1210-READ-STCYREF.
           READ STCYREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-STCTY-EOF-SW
           END-READ

           IF NOT WS-STCTY-EOF AND NOT WS-STCTY-OK
               DISPLAY 'BKPSTCUT - STCYREF READ ERROR - STATUS '
                   WS-STCTY-STATUS
               MOVE 'Y'                 TO WS-STCTY-EOF-SW
           END-IF

           IF NOT WS-STCTY-EOF
               AND STCTY-ACTIVE
               AND STCTY-PEND-PSTCDE-FMT NOT = SPACES
               AND STCTY-PEND-EFF-DATE > ZERO
               IF WS-PND-COUNT < 200
                   ADD 1                TO WS-PND-COUNT
                   MOVE STCTY-CNTRY-CD
                     TO WS-PND-CNTRY(WS-PND-COUNT)
                   MOVE STCTY-STATE-CD
                     TO WS-PND-STATE(WS-PND-COUNT)
                   MOVE STCTY-PSTCDE-FORMAT
                     TO WS-PND-CUR-FMT(WS-PND-COUNT)
                   MOVE STCTY-PEND-PSTCDE-FMT
                     TO WS-PND-NEW-FMT(WS-PND-COUNT)
                   MOVE STCTY-PEND-EFF-DATE
                     TO WS-PND-EFF-DATE(WS-PND-COUNT)
                   MOVE ZERO
                     TO WS-PND-TESTED(WS-PND-COUNT)
                        WS-PND-CONFORM(WS-PND-COUNT)
                        WS-PND-CONVERT(WS-PND-COUNT)
                        WS-PND-MANUAL(WS-PND-COUNT)
               ELSE
                   ADD 1                TO WS-PND-OVERFLOW-COUNT
               END-IF
           END-IF.

      *    Closed members are left as they lie - BKARCPRG owns them,
      *    and nothing mails to them.
       2000-PROCESS-MEMBER.
           ADD 1                        TO WS-MST-READ-COUNT

           IF NOT CUST-ACTIVE
               GO TO 2090-NEXT-MEMBER
           END-IF

           PERFORM 2100-FIND-PENDING-ENTRY
           IF NOT WS-PND-FOUND
               GO TO 2090-NEXT-MEMBER
           END-IF

           ADD 1                        TO WS-TESTED-COUNT
           ADD 1                        TO WS-PND-TESTED(WS-PND-HIT)
           MOVE WS-PND-NEW-FMT(WS-PND-HIT) TO WS-EFF-FORMAT
           MOVE 'N'                     TO WS-ERROR-SW
           PERFORM 2200-VALIDATE-PSTCDE-FORMAT

           IF NOT WS-ERROR-FOUND
               ADD 1                    TO WS-CONFORM-COUNT
               ADD 1                    TO WS-PND-CONFORM(WS-PND-HIT)
               GO TO 2090-NEXT-MEMBER
           END-IF

           MOVE 'N'                     TO WS-ERROR-SW
           PERFORM 2300-CONVERT-PSTCDE
           IF NOT WS-ERROR-FOUND
               PERFORM 2350-CHECK-UNDELIV-FLAG
           END-IF

           IF WS-ERROR-FOUND
               ADD 1                    TO WS-MANUAL-COUNT
               ADD 1                    TO WS-PND-MANUAL(WS-PND-HIT)
               PERFORM 2500-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1                    TO WS-CONVERT-COUNT
               ADD 1                    TO WS-PND-CONVERT(WS-PND-HIT)
               PERFORM 2400-WRITE-CORRECTION
           END-IF

           PERFORM 2600-ADD-TO-IMPACT-TABLE.

       2090-NEXT-MEMBER.
           READ CUSTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
           END-READ

           IF NOT WS-CUSTMST-EOF AND NOT WS-CUSTMST-OK
               DISPLAY 'BKPSTCUT - CUSTMST READ ERROR - STATUS '
                   WS-CUSTMST-STATUS
               MOVE 'Y'                 TO WS-CUSTMST-EOF-SW
           END-IF.

       2100-FIND-PENDING-ENTRY.
           MOVE 'N'                     TO WS-PND-FOUND-SW
           MOVE ZERO                    TO WS-PND-HIT
           PERFORM 2110-CHECK-PENDING-ENTRY
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
                   OR WS-PND-FOUND.

       2110-CHECK-PENDING-ENTRY.
           IF WS-PND-CNTRY(WS-PND-IDX) = CUST-CNTRY
               AND WS-PND-STATE(WS-PND-IDX) = CUST-STATE
               MOVE 'Y'                 TO WS-PND-FOUND-SW
               MOVE WS-PND-IDX          TO WS-PND-HIT
           END-IF.

      *    Position-by-position walk of the new mask against
      *    CUST-PSTCDE - '9'/'A' mask positions consume and check
      *    the next raw character, literal positions are skipped -
      *    exactly the edit the member will meet on the cutover
      *    date in BANK80A's 2110 and BKMASSCH's 2110.
       2200-VALIDATE-PSTCDE-FORMAT.
           PERFORM 2210-FIND-FORMAT-LENGTH
           PERFORM 2220-FIND-SOURCE-LENGTH
           MOVE ZERO                    TO WS-SRC-IDX

           IF WS-FMT-LEN > ZERO
               PERFORM 2230-CHECK-MASK-POSITION
                   VARYING WS-FMT-IDX FROM 1 BY 1
                   UNTIL WS-FMT-IDX > WS-FMT-LEN
                       OR WS-ERROR-FOUND
           END-IF

           IF NOT WS-ERROR-FOUND
               AND WS-SRC-IDX NOT = WS-SRC-LEN
               MOVE 'Y'                 TO WS-ERROR-SW
           END-IF.

       2210-FIND-FORMAT-LENGTH.
           MOVE 10                      TO WS-FMT-IDX
           PERFORM UNTIL WS-FMT-IDX = ZERO
                   OR WS-EFF-FORMAT(WS-FMT-IDX:1) NOT = SPACE
               SUBTRACT 1                FROM WS-FMT-IDX
           END-PERFORM
           MOVE WS-FMT-IDX               TO WS-FMT-LEN.

       2220-FIND-SOURCE-LENGTH.
           MOVE 7                       TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX = ZERO
                   OR CUST-PSTCDE(WS-SRC-IDX:1) NOT = SPACE
               SUBTRACT 1                FROM WS-SRC-IDX
           END-PERFORM
           MOVE WS-SRC-IDX               TO WS-SRC-LEN.

       2230-CHECK-MASK-POSITION.
           MOVE WS-EFF-FORMAT(WS-FMT-IDX:1)
                                         TO WS-FMT-CHAR
           IF WS-FMT-CHAR = '9' OR WS-FMT-CHAR = 'A'
               ADD 1                     TO WS-SRC-IDX
               IF WS-SRC-IDX > WS-SRC-LEN
                   MOVE 'Y'              TO WS-ERROR-SW
               ELSE
                   IF WS-FMT-CHAR = '9'
                       IF CUST-PSTCDE(WS-SRC-IDX:1) NOT NUMERIC
                           MOVE 'Y'       TO WS-ERROR-SW
                       END-IF
                   ELSE
                       IF NOT CUST-PSTCDE(WS-SRC-IDX:1) ALPHABETIC
                           MOVE 'Y'       TO WS-ERROR-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A code converts mechanically only when its digits and
      *    letters, in their existing order, fill the new mask's
      *    '9'/'A' positions exactly and by type, and the result -
      *    with the mask literals inserted - still fits the 7-byte
      *    CUST-PSTCDE.  Anything else needs a person.
       2300-CONVERT-PSTCDE.
           MOVE SPACES                  TO WS-SIG-CHARS
                                           WS-CNV-PSTCDE
           MOVE SPACES                  TO WS-MANUAL-REASON
           MOVE ZERO                    TO WS-SIG-LEN
                                           WS-SIG-IDX
                                           WS-CNV-LEN

           PERFORM 2310-COLLECT-SIGNIFICANT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 7

           IF WS-SIG-LEN = ZERO
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'NO POSTAL CODE ON FILE'
                                         TO WS-MANUAL-REASON
           ELSE
               PERFORM 2320-FILL-MASK-POSITION
                   VARYING WS-FMT-IDX FROM 1 BY 1
                   UNTIL WS-FMT-IDX > WS-FMT-LEN
                       OR WS-ERROR-FOUND
           END-IF

           IF NOT WS-ERROR-FOUND
               AND WS-SIG-IDX < WS-SIG-LEN
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'MORE CHARACTERS THAN THE NEW MASK'
                                         TO WS-MANUAL-REASON
           END-IF.

       2310-COLLECT-SIGNIFICANT.
           MOVE CUST-PSTCDE(WS-SRC-IDX:1) TO WS-SCAN-CHAR
           IF WS-SCAN-CHAR NOT = SPACE
               AND (WS-SCAN-CHAR IS NUMERIC
                   OR WS-SCAN-CHAR IS ALPHABETIC)
               ADD 1                    TO WS-SIG-LEN
               MOVE WS-SCAN-CHAR        TO WS-SIG-CHARS(WS-SIG-LEN:1)
           END-IF.

       2320-FILL-MASK-POSITION.
           MOVE WS-EFF-FORMAT(WS-FMT-IDX:1)
                                         TO WS-FMT-CHAR
           IF WS-CNV-LEN NOT < 7
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'NEW MASK LONGER THAN POSTAL FIELD'
                                         TO WS-MANUAL-REASON
           ELSE
               IF WS-FMT-CHAR = '9' OR WS-FMT-CHAR = 'A'
                   ADD 1                TO WS-SIG-IDX
                   IF WS-SIG-IDX > WS-SIG-LEN
                       MOVE 'Y'         TO WS-ERROR-SW
                       MOVE 'FEWER CHARACTERS THAN THE NEW MASK'
                                         TO WS-MANUAL-REASON
                   ELSE
                       MOVE WS-SIG-CHARS(WS-SIG-IDX:1)
                                         TO WS-SCAN-CHAR
                       IF (WS-FMT-CHAR = '9'
                               AND WS-SCAN-CHAR NOT NUMERIC)
                           OR (WS-FMT-CHAR = 'A'
                               AND WS-SCAN-CHAR NOT ALPHABETIC)
                           MOVE 'Y'     TO WS-ERROR-SW
                           MOVE 'DIGIT/LETTER ORDER DOES NOT FIT'
                                         TO WS-MANUAL-REASON
                       ELSE
                           ADD 1        TO WS-CNV-LEN
                           MOVE WS-SCAN-CHAR
                             TO WS-CNV-PSTCDE(WS-CNV-LEN:1)
                       END-IF
                   END-IF
               ELSE
                   ADD 1                TO WS-CNV-LEN
                   MOVE WS-FMT-CHAR     TO WS-CNV-PSTCDE(WS-CNV-LEN:1)
               END-IF
           END-IF.

      *    BKMASSCH deletes the CUSTFLG flag with any change it posts,
      *    as an online address update does.  A reformatted code is
      *    still the address the mail came back from, so a flagged
      *    member is left for someone to correct by hand.
       2350-CHECK-UNDELIV-FLAG.
           MOVE CUST-ID                 TO CUSTFLG-CUST-ID
           READ CUSTFLG-FILE
               KEY IS CUSTFLG-CUST-ID
           END-READ

           IF WS-CUSTFLG-OK
               AND CUSTFLG-UNDELIVERABLE
               MOVE 'Y'                 TO WS-ERROR-SW
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE'
                                         TO WS-MANUAL-REASON
           END-IF.

      *    An address-only MMASSCH record - the lines, state and
      *    country exactly as on file, the converted code, and a
      *    blank e-mail so BKMASSCH leaves CUST-EMAIL alone.
       2400-WRITE-CORRECTION.
           MOVE CUST-ID                 TO MASSCH-CUST-ID
           MOVE CUST-ADDR1              TO MASSCH-ADDR1
           MOVE CUST-ADDR2              TO MASSCH-ADDR2
           MOVE CUST-STATE              TO MASSCH-STATE
           MOVE WS-CNV-PSTCDE           TO MASSCH-PSTCDE
           MOVE CUST-CNTRY              TO MASSCH-CNTRY
           MOVE SPACES                  TO MASSCH-EMAIL
           WRITE MASSCH-RECORD.

       2500-WRITE-EXCEPTION-LINE.
           MOVE SPACES                  TO EXC-LINE
           MOVE ' '                     TO EXC-CC
           STRING CUST-CNTRY ' ' CUST-STATE '  ' CUST-ID '  '
               CUST-NAME '  ' CUST-PSTCDE '  '
               WS-PND-NEW-FMT(WS-PND-HIT) '  '
               WS-PND-EFF-DATE(WS-PND-HIT) '  '
               WS-MANUAL-REASON
               DELIMITED BY SIZE INTO EXC-TEXT
           WRITE EXC-LINE.

       2600-ADD-TO-IMPACT-TABLE.
           IF WS-IMP-COUNT < 20000
               ADD 1                    TO WS-IMP-COUNT
               MOVE WS-PND-HIT          TO WS-IMP-PND-IDX(WS-IMP-COUNT)
               MOVE CUST-ID             TO WS-IMP-CUST-ID(WS-IMP-COUNT)
               MOVE CUST-NAME           TO WS-IMP-NAME(WS-IMP-COUNT)
               MOVE CUST-PSTCDE
                 TO WS-IMP-OLD-PSTCDE(WS-IMP-COUNT)
               IF WS-ERROR-FOUND
                   MOVE SPACES
                     TO WS-IMP-NEW-PSTCDE(WS-IMP-COUNT)
                   MOVE 'M'
                     TO WS-IMP-ACTION-SW(WS-IMP-COUNT)
               ELSE
                   MOVE WS-CNV-PSTCDE
                     TO WS-IMP-NEW-PSTCDE(WS-IMP-COUNT)
                   MOVE 'C'
                     TO WS-IMP-ACTION-SW(WS-IMP-COUNT)
               END-IF
           ELSE
               ADD 1                    TO WS-IMP-OVERFLOW-COUNT
           END-IF.

      *    One section per country/state with a pending format: the
      *    masks and cutover date, the counts, then every member the
      *    cutover touches, in member-number order.
       8000-PRINT-IMPACT-REPORT.
           IF WS-PND-COUNT = ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               MOVE 'NO STATE/COUNTRY ENTRY CARRIES A PENDING POSTAL FOR
      -            'MAT' TO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 8100-PRINT-ENTRY-SECTION
                   VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
           END-IF.

       8100-PRINT-ENTRY-SECTION.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'COUNTRY ' WS-PND-CNTRY(WS-PND-IDX)
               '  STATE ' WS-PND-STATE(WS-PND-IDX)
               '  CURRENT MASK ' WS-PND-CUR-FMT(WS-PND-IDX)
               '  NEW MASK ' WS-PND-NEW-FMT(WS-PND-IDX)
               '  CUTOVER ' WS-PND-EFF-DATE(WS-PND-IDX)
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  ACTIVE MEMBERS ' WS-PND-TESTED(WS-PND-IDX)
               '  ALREADY CONFORM ' WS-PND-CONFORM(WS-PND-IDX)
               '  CONVERTIBLE ' WS-PND-CONVERT(WS-PND-IDX)
               '  MANUAL ' WS-PND-MANUAL(WS-PND-IDX)
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 8200-PRINT-MEMBER-LINE
               VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-COUNT

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

       8200-PRINT-MEMBER-LINE.
           IF WS-IMP-PND-IDX(WS-IMP-IDX) = WS-PND-IDX
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               IF WS-IMP-CONVERT(WS-IMP-IDX)
                   STRING '    ' WS-IMP-CUST-ID(WS-IMP-IDX) '  '
                       WS-IMP-NAME(WS-IMP-IDX) '  '
                       WS-IMP-OLD-PSTCDE(WS-IMP-IDX)
                       '  CONVERTS TO '
                       WS-IMP-NEW-PSTCDE(WS-IMP-IDX)
                       DELIMITED BY SIZE INTO RPT-TEXT
               ELSE
                   STRING '    ' WS-IMP-CUST-ID(WS-IMP-IDX) '  '
                       WS-IMP-NAME(WS-IMP-IDX) '  '
                       WS-IMP-OLD-PSTCDE(WS-IMP-IDX)
                       '  MANUAL - SEE CORRECTION LIST'
                       DELIMITED BY SIZE INTO RPT-TEXT
               END-IF
               WRITE RPT-LINE
           END-IF.

       9000-FINALIZE.
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'MEMBERS READ: ' WS-MST-READ-COUNT
               '  TESTED: ' WS-TESTED-COUNT
               '  CONFORM: ' WS-CONFORM-COUNT
               '  CONVERTIBLE: ' WS-CONVERT-COUNT
               '  MANUAL: ' WS-MANUAL-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           IF WS-PND-OVERFLOW-COUNT > ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING 'PENDING ENTRIES NOT MEASURED (TABLE FULL): '
                   WS-PND-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           IF WS-IMP-OVERFLOW-COUNT > ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING 'MEMBERS NOT LISTED (TABLE FULL) - COUNTED, '
                   'CORRECTED AND EXCEPTED AS NORMAL: '
                   WS-IMP-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           MOVE SPACES                  TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES                  TO EXC-LINE
           MOVE ' '                     TO EXC-CC
           STRING 'MEMBERS NEEDING MANUAL CORRECTION: ' WS-MANUAL-COUNT
               DELIMITED BY SIZE INTO EXC-TEXT
           WRITE EXC-LINE

           CLOSE CUSTMST-FILE
           CLOSE STCYREF-FILE
           CLOSE CUSTFLG-FILE
           CLOSE MASSCH-FILE
           CLOSE RPT-FILE
           CLOSE EXC-FILE

           DISPLAY 'BKPSTCUT MEMBERS TESTED:  ' WS-TESTED-COUNT
           DISPLAY 'BKPSTCUT CORRECTIONS:     ' WS-CONVERT-COUNT
           DISPLAY 'BKPSTCUT MANUAL:          ' WS-MANUAL-COUNT

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKPSTCUT'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-MST-READ-COUNT       TO RUNPARM-READ-COUNT
           MOVE WS-TESTED-COUNT         TO RUNPARM-SELECT-COUNT
           MOVE WS-CONVERT-COUNT        TO RUNPARM-WRITE-COUNT
           MOVE WS-MANUAL-COUNT         TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKPSTCUT - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
