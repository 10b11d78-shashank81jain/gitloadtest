       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BKDUPSCN.
       AUTHOR.        BANK-APPL-DEV.
      *================================================================*
      *  BKDUPSCN - Duplicate Member Candidate Scan                    *
      *  Periodic scan of the customer master for the same person on   *
      *  file under more than one member number - the leftovers of     *
      *  branch conversions and re-opened accounts, each copy of which *
      *  gets its own statement, vendor piece and e-statement notice.  *
      *  Every active member is given up to three match keys on the    *
      *  DUPWORK work cluster:                                         *
      *    A - the address lines standardized through BKADRSTD (the    *
      *        ADRSTD table BKADRCLN cleans the master with) plus the  *
      *        postal code, scored only when the names are the same    *
      *        or similar - a household shares an address, a          *
      *        duplicate shares a name as well;                        *
      *    E - the e-mail address, case ignored;                       *
      *    N - the name, letters only, plus the postal code.           *
      *  Members sharing a key are paired and each pair's points are   *
      *  summed on the DUPPAIR work cluster, so a pair matching on     *
      *  more than one key ranks above a pair matching on one.  The    *
      *  candidate report lists the pairs highest score first, for a   *
      *  supervisor to check and fold together on the BANK91A merge    *
      *  screen.  Nothing on the master is changed.  Registers with    *
      *  the BKRUNCTL run control; a periodic run, not part of the     *
      *  nightly stream BKBALCHK completes.                            *
      *
      *  Modification History
      *  ---------------------
      *  BANK-APPL-DEV  - Initial version.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST-FILE     ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT DUPWORK-FILE     ASSIGN TO DUPWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPWK-KEY
               FILE STATUS IS WS-DUPWK-STATUS.

           SELECT DUPPAIR-FILE     ASSIGN TO DUPPAIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPPR-KEY
               FILE STATUS IS WS-DUPPR-STATUS.

           SELECT RPT-FILE         ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMST-FILE.
           COPY MCUSTMST.

      *    One record per member per match key.  The key leads with
      *    the key type and the match value, so members sharing a
      *    key come back together on the sequential pass.  Work
      *    cluster, defined REUSE and reloaded on every run.
       FD  DUPWORK-FILE.
       01  DUPWK-RECORD.
           05  DUPWK-KEY.
               10  DUPWK-GROUP-KEY.
                   15  DUPWK-TYPE      PIC X(1).
                       88  DUPWK-ADDRESS         VALUE 'A'.
                       88  DUPWK-EMAIL           VALUE 'E'.
                       88  DUPWK-NAME-POSTAL     VALUE 'N'.
                   15  DUPWK-MATCH     PIC X(57).
               10  DUPWK-CUST-ID       PIC 9(9).
           05  DUPWK-NORM-NAME         PIC X(30).
           05  DUPWK-NORM-LEN          PIC 9(2).
           05  DUPWK-FIRST-INIT        PIC X(1).
           05  DUPWK-SURNAME           PIC X(20).

      *    One record per candidate pair, lower member number first,
      *    carrying the summed score and which keys matched.  Work
      *    cluster, defined REUSE and reloaded on every run.
       FD  DUPPAIR-FILE.
       01  DUPPR-RECORD.
           05  DUPPR-KEY.
               10  DUPPR-LOW-ID        PIC 9(9).
               10  DUPPR-HIGH-ID       PIC 9(9).
           05  DUPPR-SCORE             PIC 9(3).
           05  DUPPR-MATCH-FLAGS.
               10  DUPPR-ADDR-SW       PIC X(1).
               10  DUPPR-EMAIL-SW      PIC X(1).
               10  DUPPR-NAME-SW       PIC X(1).

      *    Ranked candidate report.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE.
           05  RPT-CC                  PIC X.
           05  RPT-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CUSTMST-EOF-SW       PIC X     VALUE 'N'.
               88  WS-CUSTMST-EOF                VALUE 'Y'.
           05  WS-CUSTMST-STATUS       PIC X(2).
               88  WS-CUSTMST-OK                 VALUE '00'.
           05  WS-DUPWK-EOF-SW         PIC X     VALUE 'N'.
               88  WS-DUPWK-EOF                  VALUE 'Y'.
           05  WS-DUPWK-STATUS         PIC X(2).
               88  WS-DUPWK-OK                   VALUE '00'.
           05  WS-DUPPR-EOF-SW         PIC X     VALUE 'N'.
               88  WS-DUPPR-EOF                  VALUE 'Y'.
           05  WS-DUPPR-STATUS         PIC X(2).
               88  WS-DUPPR-OK                   VALUE '00'.
           05  WS-NO-TABLE-SW          PIC X     VALUE 'N'.
               88  WS-NO-TABLE                   VALUE 'Y'.
           05  WS-LARGE-HEAD-SW        PIC X     VALUE 'N'.
               88  WS-LARGE-HEAD-DONE            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MST-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-ACTIVE-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-KEY-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-KEY-ERROR-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-LARGE-GROUP-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-PAIR-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-PAIR-ERROR-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-HIGH-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-MEDIUM-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-LOW-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-RANK                 PIC 9(5)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-SYS-DATE             PIC 9(8).
           05  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MM           PIC 9(2).
               10  WS-SYS-DD           PIC 9(2).
           05  WS-RUN-DATE             PIC X(10).

      *    Scoring.  A pair can meet each key type once, so the
      *    highest possible score is 50 + 35 + 25.
       01  WS-SCORE-CONSTANTS.
           05  WS-PTS-ADDR-EXACT       PIC 9(3)  VALUE 50.
           05  WS-PTS-ADDR-SIMILAR     PIC 9(3)  VALUE 40.
           05  WS-PTS-EMAIL            PIC 9(3)  VALUE 35.
           05  WS-PTS-NAME-POSTAL      PIC 9(3)  VALUE 25.
           05  WS-SCORE-MAX            PIC 9(3)  VALUE 110.
           05  WS-SCORE-MIN            PIC 9(3)  VALUE 25.
           05  WS-BAND-HIGH            PIC 9(3)  VALUE 75.
           05  WS-BAND-MEDIUM          PIC 9(3)  VALUE 40.
           05  WS-MAX-NAME-DIFFS       PIC 9(2)  VALUE 2.

      *    Per-member key building.
       01  WS-KEY-WORK.
           05  WS-UPPER-NAME           PIC X(30).
           05  WS-NORM-NAME            PIC X(30).
           05  WS-NORM-LEN             PIC 9(2)  VALUE ZERO.
           05  WS-FIRST-INIT           PIC X(1).
           05  WS-SURNAME              PIC X(20).
           05  WS-NORM-PSTCDE          PIC X(7).
           05  WS-NORM-PST-LEN         PIC 9(2)  VALUE ZERO.
           05  WS-UPPER-EMAIL          PIC X(30).
           05  WS-NAME-IDX             PIC 9(2)  VALUE ZERO.
           05  WS-SCAN-CHAR            PIC X.
           05  WS-COMMA-COUNT          PIC 9(2)  VALUE ZERO.
           05  WS-ADDR-MATCH.
               10  WS-STD-ADDR1        PIC X(25).
               10  WS-STD-ADDR2        PIC X(25).
               10  WS-ADDR-PSTCDE      PIC X(7).
           05  WS-NAME-MATCH.
               10  WS-NM-NAME          PIC X(30).
               10  WS-NM-PSTCDE        PIC X(7).

      *    The name split into words, to find the given-name initial
      *    and the surname past any title or generation suffix.  A
      *    comma means the name was keyed surname first.
       01  WS-NAME-WORDS.
           05  WS-NAME-WORD            PIC X(20) OCCURS 6 TIMES.
       01  WS-WORD-COUNT               PIC 9(2)  VALUE ZERO.
       01  WS-FIRST-WORD               PIC 9(2)  VALUE ZERO.
       01  WS-LAST-WORD                PIC 9(2)  VALUE ZERO.
       01  WS-WORD-CHECK               PIC X(20).
           88  WS-NAME-TITLE                     VALUE 'MR' 'MRS'
                                                       'MS' 'DR'
                                                       'MISS'.
           88  WS-NAME-SUFFIX                    VALUE 'JR' 'SR'
                                                       'II' 'III'
                                                       'IV'.

      *    The members sharing one match key.  A key shared by more
      *    members than the table holds - a mail drop, a shared
      *    family e-mail - says nothing about any one pair; it is
      *    listed on the report and not paired.
       01  WS-GROUP-TABLE.
           05  WS-GRP-KEY.
               10  WS-GRP-TYPE         PIC X(1).
               10  WS-GRP-MATCH        PIC X(57).
           05  WS-GRP-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-GRP-OVERFLOW         PIC 9(5)  VALUE ZERO.
           05  WS-GRP-ENTRY            OCCURS 50 TIMES.
               10  WS-GRP-CUST-ID      PIC 9(9).
               10  WS-GRP-NORM-NAME    PIC X(30).
               10  WS-GRP-NORM-LEN     PIC 9(2).
               10  WS-GRP-FIRST-INIT   PIC X(1).
               10  WS-GRP-SURNAME      PIC X(20).
       01  WS-GRP-MAX                  PIC 9(3)  VALUE 50.
       01  WS-GRP-I                    PIC 9(3)  VALUE ZERO.
       01  WS-GRP-J                    PIC 9(3)  VALUE ZERO.
       01  WS-GRP-START                PIC 9(3)  VALUE ZERO.
       01  WS-PAIR-POINTS              PIC 9(3)  VALUE ZERO.
       01  WS-DIFF-COUNT               PIC 9(2)  VALUE ZERO.

      *    Pairs at each score, 0 through the maximum, so the ranked
      *    listing makes one pass of DUPPAIR per score that occurs.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-PAIRS          PIC 9(7)  OCCURS 111 TIMES.
       01  WS-SCORE-LVL                PIC 9(3)  VALUE ZERO.
       01  WS-SCORE-IDX                PIC 9(3)  VALUE ZERO.

       01  WS-PRINT-WORK.
           05  WS-BAND                 PIC X(6).
           05  WS-MATCH-TEXT           PIC X(3).
           05  WS-PRT-CUST-ID          PIC 9(9).

       01  WS-REPORT-LINES.
           05  WS-HEAD1                PIC X(50) VALUE
               'MEMBER MAINTENANCE'.
           05  WS-HEAD2                PIC X(50) VALUE
               'DUPLICATE MEMBER CANDIDATE REPORT'.
           05  WS-COL-HEAD             PIC X(132) VALUE
               'RANK   SCR  BAND    KEY    CUST ID    NAME              
      -        '              ADDRESS                    POSTAL'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-RANK         PIC ZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-SCORE        PIC ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-BAND         PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-MATCH        PIC X(3).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-CUST-ID      PIC 9(9).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-NAME         PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-ADDR1        PIC X(25).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-PSTCDE       PIC X(7).
               10  FILLER              PIC X(28) VALUE SPACES.

           COPY MADRSTDP.

           COPY MRUNPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-OPEN-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-MATCH-KEYS
               THRU 2090-NEXT-MEMBER
               UNTIL WS-CUSTMST-EOF
           PERFORM 3000-SCORE-MATCH-GROUPS
           PERFORM 5000-PRINT-CANDIDATES
           PERFORM 9000-FINALIZE
           GOBACK.

       0500-OPEN-RUN-CONTROL.
           ACCEPT WS-SYS-DATE           FROM DATE YYYYMMDD
           MOVE 'OPEN'                  TO RUNPARM-FUNCTION
           MOVE 'BKDUPSCN'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE ZERO                    TO RUNPARM-READ-COUNT
                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKDUPSCN RUN BLOCKED - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

      *    Unlike BKADRCLN, an absent ADRSTD table does not stop the
      *    scan: the address lines are still compared uppercased,
      *    only without the word mapping, and the report says so.
      *    The work clusters are opened OUTPUT to empty them.
       1000-INITIALIZE.
           STRING WS-SYS-MM   '/' WS-SYS-DD '/' WS-SYS-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           MOVE 'OPEN'                  TO STDPARM-FUNCTION
           CALL 'BKADRSTD' USING ADRSTD-PARM
           IF STDPARM-NO-TABLE
               MOVE 'Y'                 TO WS-NO-TABLE-SW
           ELSE
               IF NOT STDPARM-OK
                   DISPLAY 'BKDUPSCN STOPPED - ' STDPARM-MESSAGE
                   MOVE 8               TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT  CUSTMST-FILE
           OPEN OUTPUT DUPWORK-FILE
           OPEN OUTPUT DUPPAIR-FILE
           OPEN OUTPUT RPT-FILE

           PERFORM 1100-PRINT-HEADINGS

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
           END-IF

           IF NOT WS-CUSTMST-EOF AND NOT WS-CUSTMST-OK
               DISPLAY 'BKDUPSCN - CUSTMST READ ERROR - STATUS '
                   WS-CUSTMST-STATUS
               MOVE 'Y'                 TO WS-CUSTMST-EOF-SW
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
           MOVE 'KEYS: A SAME ADDRESS AND SAME NAME 50 / SIMILAR NAME 40
      -        '   E SAME E-MAIL 35   N SAME NAME AND POSTAL CODE 25'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE 'BANDS: HIGH 75 AND OVER   MEDIUM 40 TO 74   LOW UNDER 4
      -        '0 - CHECK EACH PAIR BEFORE MERGING ON BANK91A'
                                         TO RPT-TEXT
           WRITE RPT-LINE

           IF WS-NO-TABLE
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               MOVE 'ADDRESS STANDARDIZATION TABLE NOT AVAILABLE - ADDRE
      -            'SSES COMPARED AS KEYED'
                                         TO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE.

      *    Closed and purge-pending members are already off every
      *    output stream and are not candidates either way.
       2000-BUILD-MATCH-KEYS.
           ADD 1                        TO WS-MST-READ-COUNT

           IF NOT CUST-ACTIVE
               GO TO 2090-NEXT-MEMBER
           END-IF

           ADD 1                        TO WS-ACTIVE-COUNT
           PERFORM 2100-NORMALIZE-NAME
           PERFORM 2200-STANDARDIZE-ADDRESS
           PERFORM 2300-NORMALIZE-POSTAL

           IF WS-STD-ADDR1 NOT = SPACES
               OR WS-STD-ADDR2 NOT = SPACES
               MOVE SPACES              TO DUPWK-RECORD
               MOVE 'A'                 TO DUPWK-TYPE
               MOVE WS-NORM-PSTCDE      TO WS-ADDR-PSTCDE
               MOVE WS-ADDR-MATCH       TO DUPWK-MATCH
               PERFORM 2400-WRITE-WORK-KEY
           END-IF

           IF CUST-EMAIL NOT = SPACES
               AND CUST-EMAIL NOT = LOW-VALUES
               MOVE CUST-EMAIL          TO WS-UPPER-EMAIL
               INSPECT WS-UPPER-EMAIL
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SPACES              TO DUPWK-RECORD
               MOVE 'E'                 TO DUPWK-TYPE
               MOVE WS-UPPER-EMAIL      TO DUPWK-MATCH
               PERFORM 2400-WRITE-WORK-KEY
           END-IF

           IF WS-NORM-LEN > ZERO
               AND WS-NORM-PST-LEN > ZERO
               MOVE SPACES              TO DUPWK-RECORD
               MOVE 'N'                 TO DUPWK-TYPE
               MOVE WS-NORM-NAME        TO WS-NM-NAME
               MOVE WS-NORM-PSTCDE      TO WS-NM-PSTCDE
               MOVE WS-NAME-MATCH       TO DUPWK-MATCH
               PERFORM 2400-WRITE-WORK-KEY
           END-IF.

       2090-NEXT-MEMBER.
           READ CUSTMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
           END-READ

           IF NOT WS-CUSTMST-EOF AND NOT WS-CUSTMST-OK
               DISPLAY 'BKDUPSCN - CUSTMST READ ERROR - STATUS '
                   WS-CUSTMST-STATUS
               MOVE 'Y'                 TO WS-CUSTMST-EOF-SW
           END-IF.

      *    The name is compared two ways: letters only, so spacing
      *    and punctuation do not matter, and as given-name initial
      *    plus surname, so "J SMITH" and "JOHN SMITH JR" meet.
       2100-NORMALIZE-NAME.
           MOVE CUST-NAME               TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO                    TO WS-COMMA-COUNT
           INSPECT WS-UPPER-NAME
               TALLYING WS-COMMA-COUNT FOR ALL ','
           INSPECT WS-UPPER-NAME
               REPLACING ALL ',' BY SPACE
                         ALL '.' BY SPACE

           MOVE SPACES                  TO WS-NORM-NAME
           MOVE ZERO                    TO WS-NORM-LEN
           PERFORM 2110-COLLECT-NAME-LETTER
               VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > 30

           PERFORM 2120-SPLIT-NAME-WORDS
               THRU 2129-SPLIT-EXIT.

       2110-COLLECT-NAME-LETTER.
           MOVE WS-UPPER-NAME(WS-NAME-IDX:1) TO WS-SCAN-CHAR
           IF WS-SCAN-CHAR NOT = SPACE
               AND WS-SCAN-CHAR IS ALPHABETIC
               ADD 1                    TO WS-NORM-LEN
               MOVE WS-SCAN-CHAR        TO WS-NORM-NAME(WS-NORM-LEN:1)
           END-IF.

       2120-SPLIT-NAME-WORDS.
           MOVE SPACES                  TO WS-NAME-WORDS
                                           WS-FIRST-INIT
                                           WS-SURNAME
           MOVE ZERO                    TO WS-WORD-COUNT
           UNSTRING WS-UPPER-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                    WS-NAME-WORD(3) WS-NAME-WORD(4)
                    WS-NAME-WORD(5) WS-NAME-WORD(6)
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING

           IF WS-WORD-COUNT = ZERO
               OR WS-NAME-WORD(1) = SPACES
               GO TO 2129-SPLIT-EXIT
           END-IF

           MOVE 1                       TO WS-FIRST-WORD
           MOVE WS-WORD-COUNT           TO WS-LAST-WORD

           MOVE WS-NAME-WORD(WS-FIRST-WORD) TO WS-WORD-CHECK
           IF WS-NAME-TITLE AND WS-LAST-WORD > WS-FIRST-WORD
               ADD 1                    TO WS-FIRST-WORD
           END-IF

           MOVE WS-NAME-WORD(WS-LAST-WORD) TO WS-WORD-CHECK
           IF WS-NAME-SUFFIX AND WS-LAST-WORD > WS-FIRST-WORD
               SUBTRACT 1               FROM WS-LAST-WORD
           END-IF

           IF WS-COMMA-COUNT > ZERO
               AND WS-LAST-WORD > WS-FIRST-WORD
               MOVE WS-NAME-WORD(WS-FIRST-WORD) TO WS-SURNAME
               ADD 1                    TO WS-FIRST-WORD
               MOVE WS-NAME-WORD(WS-FIRST-WORD)(1:1)
                                         TO WS-FIRST-INIT
           ELSE
               MOVE WS-NAME-WORD(WS-LAST-WORD) TO WS-SURNAME
               MOVE WS-NAME-WORD(WS-FIRST-WORD)(1:1)
                                         TO WS-FIRST-INIT
           END-IF.

       2129-SPLIT-EXIT.
           EXIT.

      *    The same BKADRSTD call BKADRCLN cleans the master with,
      *    applied to a copy - the master itself is not touched.
       2200-STANDARDIZE-ADDRESS.
           MOVE 'STDZ'                  TO STDPARM-FUNCTION
           MOVE CUST-ADDR1              TO STDPARM-LINE
           CALL 'BKADRSTD' USING ADRSTD-PARM
           MOVE STDPARM-LINE            TO WS-STD-ADDR1

           MOVE 'STDZ'                  TO STDPARM-FUNCTION
           MOVE CUST-ADDR2              TO STDPARM-LINE
           CALL 'BKADRSTD' USING ADRSTD-PARM
           MOVE STDPARM-LINE            TO WS-STD-ADDR2

           INSPECT WS-ADDR-MATCH
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Postal codes compare on their digits and letters only, so
      *    "K1A 0B1" and "k1a0b1" are the same code.
       2300-NORMALIZE-POSTAL.
           MOVE SPACES                  TO WS-NORM-PSTCDE
           MOVE ZERO                    TO WS-NORM-PST-LEN
           PERFORM 2310-COLLECT-POSTAL-CHAR
               VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > 7
           INSPECT WS-NORM-PSTCDE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       2310-COLLECT-POSTAL-CHAR.
           MOVE CUST-PSTCDE(WS-NAME-IDX:1) TO WS-SCAN-CHAR
           IF WS-SCAN-CHAR NOT = SPACE
               AND (WS-SCAN-CHAR IS NUMERIC
                   OR WS-SCAN-CHAR IS ALPHABETIC)
               ADD 1                    TO WS-NORM-PST-LEN
               MOVE WS-SCAN-CHAR
                 TO WS-NORM-PSTCDE(WS-NORM-PST-LEN:1)
           END-IF.

       2400-WRITE-WORK-KEY.
           MOVE CUST-ID                 TO DUPWK-CUST-ID
           MOVE WS-NORM-NAME            TO DUPWK-NORM-NAME
           MOVE WS-NORM-LEN             TO DUPWK-NORM-LEN
           MOVE WS-FIRST-INIT           TO DUPWK-FIRST-INIT
           MOVE WS-SURNAME              TO DUPWK-SURNAME

           WRITE DUPWK-RECORD
               INVALID KEY
                   ADD 1                TO WS-KEY-ERROR-COUNT
                   DISPLAY 'BKDUPSCN - DUPWORK WRITE FAILED - STATUS '
                       WS-DUPWK-STATUS ' MEMBER ' CUST-ID
               NOT INVALID KEY
                   ADD 1                TO WS-KEY-COUNT
           END-WRITE.

      *    The work cluster is read back in key order: every member
      *    sharing a match key arrives together, one group at a time.
      *    The pair cluster is emptied on OUTPUT and then reopened
      *    I-O so each pair's points can be added to as it meets
      *    another key.
       3000-SCORE-MATCH-GROUPS.
           CLOSE DUPWORK-FILE
           CLOSE DUPPAIR-FILE
           OPEN INPUT  DUPWORK-FILE
           OPEN I-O    DUPPAIR-FILE

           MOVE LOW-VALUES              TO DUPWK-KEY
           START DUPWORK-FILE
               KEY IS NOT LESS THAN DUPWK-KEY
               INVALID KEY
                   MOVE 'Y'             TO WS-DUPWK-EOF-SW
           END-START

           IF NOT WS-DUPWK-EOF
               PERFORM 3120-READ-DUPWORK
           END-IF

           PERFORM 3100-COLLECT-GROUP
               UNTIL WS-DUPWK-EOF.

       3100-COLLECT-GROUP.
           MOVE DUPWK-GROUP-KEY         TO WS-GRP-KEY
           MOVE ZERO                    TO WS-GRP-COUNT
                                           WS-GRP-OVERFLOW
           PERFORM 3110-ADD-GROUP-MEMBER
               UNTIL WS-DUPWK-EOF
                   OR DUPWK-GROUP-KEY NOT = WS-GRP-KEY

           IF WS-GRP-OVERFLOW > ZERO
               PERFORM 3150-PRINT-LARGE-GROUP
           ELSE
               IF WS-GRP-COUNT > 1
                   ADD 1                TO WS-GROUP-COUNT
                   PERFORM 3200-SCORE-MEMBER
                       VARYING WS-GRP-I FROM 1 BY 1
                       UNTIL WS-GRP-I NOT < WS-GRP-COUNT
               END-IF
           END-IF.

       3110-ADD-GROUP-MEMBER.
           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1                    TO WS-GRP-COUNT
               MOVE DUPWK-CUST-ID
                 TO WS-GRP-CUST-ID(WS-GRP-COUNT)
               MOVE DUPWK-NORM-NAME
                 TO WS-GRP-NORM-NAME(WS-GRP-COUNT)
               MOVE DUPWK-NORM-LEN
                 TO WS-GRP-NORM-LEN(WS-GRP-COUNT)
               MOVE DUPWK-FIRST-INIT
                 TO WS-GRP-FIRST-INIT(WS-GRP-COUNT)
               MOVE DUPWK-SURNAME
                 TO WS-GRP-SURNAME(WS-GRP-COUNT)
           ELSE
               ADD 1                    TO WS-GRP-OVERFLOW
           END-IF

           PERFORM 3120-READ-DUPWORK.

       3120-READ-DUPWORK.
           READ DUPWORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-DUPWK-EOF-SW
           END-READ

           IF NOT WS-DUPWK-EOF AND NOT WS-DUPWK-OK
               DISPLAY 'BKDUPSCN - DUPWORK READ ERROR - STATUS '
                   WS-DUPWK-STATUS
               MOVE 'Y'                 TO WS-DUPWK-EOF-SW
           END-IF.

       3150-PRINT-LARGE-GROUP.
           ADD 1                        TO WS-LARGE-GROUP-COUNT

           IF NOT WS-LARGE-HEAD-DONE
               MOVE 'Y'                 TO WS-LARGE-HEAD-SW
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               MOVE 'MATCH KEYS SHARED BY TOO MANY MEMBERS TO PAIR - NOT
      -            ' SCORED'             TO RPT-TEXT
               WRITE RPT-LINE
           END-IF

           ADD WS-GRP-COUNT             TO WS-GRP-OVERFLOW
           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING '  KEY ' WS-GRP-TYPE '  MEMBERS ' WS-GRP-OVERFLOW
               '  ' WS-GRP-MATCH
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE.

       3200-SCORE-MEMBER.
           ADD 1 TO WS-GRP-I            GIVING WS-GRP-START
           PERFORM 3210-SCORE-PAIR
               VARYING WS-GRP-J FROM WS-GRP-START BY 1
               UNTIL WS-GRP-J > WS-GRP-COUNT.

       3210-SCORE-PAIR.
           MOVE ZERO                    TO WS-PAIR-POINTS
           EVALUATE WS-GRP-TYPE
               WHEN 'A'
                   PERFORM 3300-COMPARE-NAMES
                       THRU 3390-COMPARE-EXIT
               WHEN 'E'
                   MOVE WS-PTS-EMAIL    TO WS-PAIR-POINTS
               WHEN 'N'
                   MOVE WS-PTS-NAME-POSTAL TO WS-PAIR-POINTS
           END-EVALUATE

           IF WS-PAIR-POINTS > ZERO
               PERFORM 3400-POST-PAIR
           END-IF.

      *    A shared address counts only with the same name, or one
      *    close enough to be the same person keyed differently: the
      *    same initial and surname, or the same length with no more
      *    than two letters different.
       3300-COMPARE-NAMES.
           IF WS-GRP-NORM-LEN(WS-GRP-I) > ZERO
               AND WS-GRP-NORM-NAME(WS-GRP-I) =
                   WS-GRP-NORM-NAME(WS-GRP-J)
               MOVE WS-PTS-ADDR-EXACT   TO WS-PAIR-POINTS
               GO TO 3390-COMPARE-EXIT
           END-IF

           IF WS-GRP-SURNAME(WS-GRP-I) NOT = SPACES
               AND WS-GRP-SURNAME(WS-GRP-I) =
                   WS-GRP-SURNAME(WS-GRP-J)
               AND WS-GRP-FIRST-INIT(WS-GRP-I) =
                   WS-GRP-FIRST-INIT(WS-GRP-J)
               MOVE WS-PTS-ADDR-SIMILAR TO WS-PAIR-POINTS
               GO TO 3390-COMPARE-EXIT
           END-IF

           IF WS-GRP-NORM-LEN(WS-GRP-I) > 3
               AND WS-GRP-NORM-LEN(WS-GRP-I) =
                   WS-GRP-NORM-LEN(WS-GRP-J)
               MOVE ZERO                TO WS-DIFF-COUNT
               PERFORM 3310-COMPARE-LETTER
                   VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-GRP-NORM-LEN(WS-GRP-I)
               IF WS-DIFF-COUNT NOT > WS-MAX-NAME-DIFFS
                   MOVE WS-PTS-ADDR-SIMILAR TO WS-PAIR-POINTS
               END-IF
           END-IF.

       3390-COMPARE-EXIT.
           EXIT.

       3310-COMPARE-LETTER.
           IF WS-GRP-NORM-NAME(WS-GRP-I)(WS-NAME-IDX:1) NOT =
              WS-GRP-NORM-NAME(WS-GRP-J)(WS-NAME-IDX:1)
               ADD 1                    TO WS-DIFF-COUNT
           END-IF.

      *    Each pair is filed once, lower member number first, and
      *    picks up the points of every key it shares.
       3400-POST-PAIR.
           IF WS-GRP-CUST-ID(WS-GRP-I) < WS-GRP-CUST-ID(WS-GRP-J)
               MOVE WS-GRP-CUST-ID(WS-GRP-I) TO DUPPR-LOW-ID
               MOVE WS-GRP-CUST-ID(WS-GRP-J) TO DUPPR-HIGH-ID
           ELSE
               MOVE WS-GRP-CUST-ID(WS-GRP-J) TO DUPPR-LOW-ID
               MOVE WS-GRP-CUST-ID(WS-GRP-I) TO DUPPR-HIGH-ID
           END-IF

           READ DUPPAIR-FILE
               INVALID KEY
                   MOVE ZERO            TO DUPPR-SCORE
                   MOVE SPACES          TO DUPPR-MATCH-FLAGS
                   PERFORM 3410-SET-MATCH-FLAG
                   WRITE DUPPR-RECORD
                       INVALID KEY
                           ADD 1        TO WS-PAIR-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1        TO WS-PAIR-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3410-SET-MATCH-FLAG
                   REWRITE DUPPR-RECORD
                       INVALID KEY
                           ADD 1        TO WS-PAIR-ERROR-COUNT
                   END-REWRITE
           END-READ.

       3410-SET-MATCH-FLAG.
           ADD WS-PAIR-POINTS           TO DUPPR-SCORE
           EVALUATE WS-GRP-TYPE
               WHEN 'A'
                   MOVE 'A'             TO DUPPR-ADDR-SW
               WHEN 'E'
                   MOVE 'E'             TO DUPPR-EMAIL-SW
               WHEN 'N'
                   MOVE 'N'             TO DUPPR-NAME-SW
           END-EVALUATE.

      *    No SORT here: a first pass counts the pairs at each score,
      *    then DUPPAIR is read once for each score that occurs,
      *    highest first.  The scores are a handful of fixed sums,
      *    so that is a handful of passes.
       5000-PRINT-CANDIDATES.
           CLOSE DUPPAIR-FILE
           OPEN INPUT  DUPPAIR-FILE

           MOVE ZERO                    TO WS-SCORE-TABLE
           PERFORM 5100-START-DUPPAIR
           PERFORM 5110-COUNT-PAIR
               UNTIL WS-DUPPR-EOF

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-COL-HEAD             TO RPT-TEXT
           WRITE RPT-LINE

           PERFORM 5200-PRINT-SCORE-LEVEL
               VARYING WS-SCORE-LVL FROM WS-SCORE-MAX BY -1
               UNTIL WS-SCORE-LVL < WS-SCORE-MIN.

       5100-START-DUPPAIR.
           MOVE 'N'                     TO WS-DUPPR-EOF-SW
           MOVE LOW-VALUES              TO DUPPR-KEY
           START DUPPAIR-FILE
               KEY IS NOT LESS THAN DUPPR-KEY
               INVALID KEY
                   MOVE 'Y'             TO WS-DUPPR-EOF-SW
           END-START

           IF NOT WS-DUPPR-EOF
               PERFORM 5120-READ-DUPPAIR
           END-IF.

       5110-COUNT-PAIR.
           IF DUPPR-SCORE NOT > WS-SCORE-MAX
               ADD 1 TO DUPPR-SCORE     GIVING WS-SCORE-IDX
               ADD 1 TO WS-SCORE-PAIRS(WS-SCORE-IDX)
           END-IF
           PERFORM 5120-READ-DUPPAIR.

       5120-READ-DUPPAIR.
           READ DUPPAIR-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-DUPPR-EOF-SW
           END-READ

           IF NOT WS-DUPPR-EOF AND NOT WS-DUPPR-OK
               DISPLAY 'BKDUPSCN - DUPPAIR READ ERROR - STATUS '
                   WS-DUPPR-STATUS
               MOVE 'Y'                 TO WS-DUPPR-EOF-SW
           END-IF.

       5200-PRINT-SCORE-LEVEL.
           ADD 1 TO WS-SCORE-LVL        GIVING WS-SCORE-IDX
           IF WS-SCORE-PAIRS(WS-SCORE-IDX) > ZERO
               PERFORM 5100-START-DUPPAIR
               PERFORM 5210-SELECT-PAIR
                   UNTIL WS-DUPPR-EOF
           END-IF.

       5210-SELECT-PAIR.
           IF DUPPR-SCORE = WS-SCORE-LVL
               PERFORM 5300-PRINT-PAIR
           END-IF
           PERFORM 5120-READ-DUPPAIR.

       5300-PRINT-PAIR.
           ADD 1                        TO WS-RANK

           EVALUATE TRUE
               WHEN DUPPR-SCORE NOT < WS-BAND-HIGH
                   MOVE 'HIGH'          TO WS-BAND
                   ADD 1                TO WS-HIGH-COUNT
               WHEN DUPPR-SCORE NOT < WS-BAND-MEDIUM
                   MOVE 'MEDIUM'        TO WS-BAND
                   ADD 1                TO WS-MEDIUM-COUNT
               WHEN OTHER
                   MOVE 'LOW'           TO WS-BAND
                   ADD 1                TO WS-LOW-COUNT
           END-EVALUATE

           MOVE SPACES                  TO WS-MATCH-TEXT
           STRING DUPPR-ADDR-SW DUPPR-EMAIL-SW DUPPR-NAME-SW
               DELIMITED BY SIZE INTO WS-MATCH-TEXT

           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RANK                 TO WS-DTL-RANK
           MOVE DUPPR-SCORE             TO WS-DTL-SCORE
           MOVE WS-BAND                 TO WS-DTL-BAND
           MOVE WS-MATCH-TEXT           TO WS-DTL-MATCH
           MOVE DUPPR-LOW-ID            TO WS-PRT-CUST-ID
           PERFORM 5310-PRINT-MEMBER-LINE

           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE DUPPR-HIGH-ID           TO WS-PRT-CUST-ID
           PERFORM 5310-PRINT-MEMBER-LINE.

      *    The master is re-read for the listing so the report shows
      *    the name and address as keyed, not the match values.
       5310-PRINT-MEMBER-LINE.
           MOVE WS-PRT-CUST-ID          TO CUST-ID
                                           WS-DTL-CUST-ID
           READ CUSTMST-FILE
               INVALID KEY
                   MOVE 'MEMBER NOT ON FILE' TO WS-DTL-NAME
                   MOVE SPACES          TO WS-DTL-ADDR1
                                           WS-DTL-PSTCDE
               NOT INVALID KEY
                   MOVE CUST-NAME       TO WS-DTL-NAME
                   MOVE CUST-ADDR1      TO WS-DTL-ADDR1
                   MOVE CUST-PSTCDE     TO WS-DTL-PSTCDE
           END-READ

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           MOVE WS-DETAIL-LINE          TO RPT-TEXT
           WRITE RPT-LINE.

       9000-FINALIZE.
           MOVE SPACES                  TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'MEMBERS READ: ' WS-MST-READ-COUNT
               '  ACTIVE: ' WS-ACTIVE-COUNT
               '  MATCH KEYS: ' WS-KEY-COUNT
               '  SHARED KEYS PAIRED: ' WS-GROUP-COUNT
               '  TOO COMMON: ' WS-LARGE-GROUP-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           MOVE SPACES                  TO RPT-LINE
           MOVE ' '                     TO RPT-CC
           STRING 'CANDIDATE PAIRS: ' WS-PAIR-COUNT
               '  HIGH: ' WS-HIGH-COUNT
               '  MEDIUM: ' WS-MEDIUM-COUNT
               '  LOW: ' WS-LOW-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT
           WRITE RPT-LINE

           IF WS-KEY-ERROR-COUNT > ZERO
               OR WS-PAIR-ERROR-COUNT > ZERO
               MOVE SPACES              TO RPT-LINE
               MOVE ' '                 TO RPT-CC
               STRING 'WORK FILE WRITE FAILURES - KEYS: '
                   WS-KEY-ERROR-COUNT
                   '  PAIRS: ' WS-PAIR-ERROR-COUNT
                   ' - SCAN IS INCOMPLETE'
                   DELIMITED BY SIZE INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE 4                   TO RETURN-CODE
           END-IF

           MOVE 'CLSE'                  TO STDPARM-FUNCTION
           CALL 'BKADRSTD' USING ADRSTD-PARM

           CLOSE CUSTMST-FILE
           CLOSE DUPWORK-FILE
           CLOSE DUPPAIR-FILE
           CLOSE RPT-FILE

           DISPLAY 'BKDUPSCN ACTIVE MEMBERS:  ' WS-ACTIVE-COUNT
           DISPLAY 'BKDUPSCN CANDIDATE PAIRS: ' WS-PAIR-COUNT
           DISPLAY 'BKDUPSCN HIGH BAND:       ' WS-HIGH-COUNT

           PERFORM 9500-CLOSE-RUN-CONTROL.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE 'BKDUPSCN'              TO RUNPARM-JOB-NAME
           MOVE WS-SYS-DATE             TO RUNPARM-RUN-DATE
           MOVE WS-MST-READ-COUNT       TO RUNPARM-READ-COUNT
           MOVE WS-ACTIVE-COUNT         TO RUNPARM-SELECT-COUNT
           MOVE WS-PAIR-COUNT           TO RUNPARM-WRITE-COUNT
           MOVE WS-HIGH-COUNT           TO RUNPARM-WRITE2-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
               DISPLAY 'BKDUPSCN - ' RUNPARM-MESSAGE
               MOVE 8                   TO RETURN-CODE
           END-IF.
