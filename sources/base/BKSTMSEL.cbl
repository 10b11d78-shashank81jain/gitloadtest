      *                   parameter, keeping the BKBALCHK ties
      *                   cycle-by-cycle.  No CYCLE record selects
      *                   every member, as before.
      *  BANK-APPL-DEV  - A member whose ALTADR seasonal/alternate
      *                   address (BANK89A) is in force on the run
      *                   date has both selections written with the
      *                   alternate in place of CUST-ADDR; while it
      *                   is in force, its own undeliverable switch
      *                   (set by BKRETML) governs print suppression
      *                   instead of the CUSTFLG flag.  Counted and
      *                   reported; the selection counts, and so the
      *                   BKBALCHK ties, are unchanged.
      *  BANK-APPL-DEV  - Branch-pickup (BPU) members are no longer
      *                   dropped with the other restrictions: their
      *                   statements go to the new BPUSEL branch-pickup
      *                   file, bundled by home branch (CUSTRST-BRANCH-
      *                   ID, else the BRNREF postal-code range) through
      *                   the BPUWORK work cluster, each bundle with a
      *                   header and a member count.  They stay off the
      *                   marketing selection, so the BKMLEXT tie is
      *                   unchanged; the pickup count is filed as the
      *                   run's third output count for BKBALCHK.
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

           SELECT BRNREF-FILE      ASSIGN TO BRNREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRNREF-KEY
               FILE STATUS IS WS-BRNREF-STATUS.

           SELECT BPUWORK-FILE     ASSIGN TO BPUWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPUWK-KEY
               FILE STATUS IS WS-BPUWK-STATUS.

           SELECT PRTSEL-FILE      ASSIGN TO PRTSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT BPUSEL-FILE      ASSIGN TO BPUSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT MKTGSEL-FILE     ASSIGN TO MKTGSEL
               ORGANIZATION IS SEQUENTIAL.

       FD  CUSTRST-FILE.
           COPY MCUSTRST.

       FD  ALTADR-FILE.
           COPY MALTADR.

       FD  BRNREF-FILE.
           COPY MBRNREF.

      *    Branch-pickup work cluster (REUSE): one record per
      *    pickup member keyed by branch, read back in key order to
      *    write the bundles.
       FD  BPUWORK-FILE.
       01  BPUWK-RECORD.
           05  BPUWK-KEY.
               10  BPUWK-BRANCH-ID     PIC X(4).
               10  BPUWK-CUST-ID       PIC 9(9).
           05  BPUWK-BRANCH-NAME       PIC X(25).
           05  BPUWK-IMAGE             PIC X(177).

       FD  PRTSEL-FILE
           RECORDING MODE IS F.
           COPY MCUSTMST
               REPLACING ==CUSTMST-RECORD== BY ==MKTGSEL-RECORD==,
                         LEADING ==CUST-== BY ==MKTGSEL-==.

       FD  BPUSEL-FILE
           RECORDING MODE IS F.
           COPY MBPUSEL.

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-CYCLE-COUNT          PIC 9(2)  VALUE 4.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-CYCLE-MATCH-SW       PIC X     VALUE 'Y'.
               88  WS-CYCLE-MATCH                VALUE 'Y'.
           05  WS-ALTADR-STATUS        PIC X(2).
               88  WS-ALTADR-OK                  VALUE '00'.
           05  WS-ALT-IN-FORCE-SW      PIC X     VALUE 'N'.
               88  WS-ALT-IN-FORCE               VALUE 'Y'.
           05  WS-PICKUP-SW            PIC X     VALUE 'N'.
               88  WS-BRANCH-PICKUP              VALUE 'Y'.
           05  WS-BRNREF-STATUS        PIC X(2).
               88  WS-BRNREF-OK                  VALUE '00'.
           05  WS-BRNREF-EOF-SW        PIC X     VALUE 'N'.
               88  WS-BRNREF-EOF                 VALUE 'Y'.
           05  WS-BPUWK-STATUS         PIC X(2).
               88  WS-BPUWK-OK                   VALUE '00'.
           05  WS-BPUWK-EOF-SW         PIC X     VALUE 'N'.
               88  WS-BPUWK-EOF                  VALUE 'Y'.
           05  WS-BRN-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-BRN-FOUND                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-RESTRICTED-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-OFFCYCLE-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ALTADR-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-PICKUP-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-NO-BRANCH-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-PICKUP-WRITTEN       PIC 9(7)  VALUE ZERO.
           05  WS-BUNDLE-COUNT         PIC 9(5)  VALUE ZERO.
           05  WS-BUNDLE-MEMBERS       PIC 9(7)  VALUE ZERO.
           05  WS-WORK-ERRORS          PIC 9(7)  VALUE ZERO.

      *    Cycle selection work fields.  WS-CYCLE-FILTER zero means
      *    no CYCLE parameter arrived - every member selects, the

       01  WS-DATE-WORK.
           05  WS-SYS-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-SYS-DATE-R           REDEFINES WS-SYS-DATE.
               10  WS-SYS-YYYY         PIC 9(4).
               10  WS-SYS-MMDD         PIC 9(4).

      *    Active, effective BRNREF entries, loaded once in key
      *    order (country, top of range).  Ranges never overlap, so
      *    the first entry in the member's country whose top is at
      *    or above the postal code is the only candidate.
       01  WS-BRANCH-TABLE.
           05  WS-BRN-MAX              PIC 9(4)  COMP VALUE 500.
           05  WS-BRN-COUNT            PIC 9(4)  COMP VALUE ZERO.
           05  WS-BRN-IDX              PIC 9(4)  COMP VALUE ZERO.
           05  WS-BRN-SKIPPED          PIC 9(5)  VALUE ZERO.
           05  WS-BRN-ENTRY            OCCURS 500 TIMES.
               10  WS-BRN-CNTRY        PIC X(6).
               10  WS-BRN-LOW          PIC X(7).
               10  WS-BRN-HIGH         PIC X(7).
               10  WS-BRN-ID           PIC X(4).
               10  WS-BRN-NAME         PIC X(25).

       01  WS-PICKUP-WORK.
           05  WS-HOME-BRANCH-ID       PIC X(4).
           05  WS-HOME-BRANCH-NAME     PIC X(25).
           05  WS-BUNDLE-BRANCH-ID     PIC X(4).
           05  WS-NO-BRANCH-ID         PIC X(4)  VALUE '****'.

           COPY MRUNPARM.

                                           RUNPARM-SELECT-COUNT
                                           RUNPARM-WRITE-COUNT
                                           RUNPARM-WRITE2-COUNT
                                           RUNPARM-WRITE3-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK

       1000-INITIALIZE.
           PERFORM 1500-READ-PARM-FILE
           PERFORM 1600-LOAD-BRANCH-TABLE

           OPEN INPUT  CUSTMST-FILE
           OPEN INPUT  CUSTPRF-FILE
           OPEN INPUT  CUSTFLG-FILE
           OPEN INPUT  CUSTRST-FILE
           OPEN INPUT  ALTADR-FILE
           OPEN OUTPUT PRTSEL-FILE
           OPEN OUTPUT MKTGSEL-FILE
           OPEN OUTPUT BPUWORK-FILE
           OPEN OUTPUT BPUSEL-FILE

           MOVE LOW-VALUES              TO CUST-ID
           START CUSTMST-FILE

           PERFORM 2300-CHECK-UNDELIV-FLAG
           PERFORM 2400-CHECK-RESTRICTION
           PERFORM 2600-CHECK-ALTERNATE

           MOVE CUST-ID                 TO CUSTPRF-CUST-ID
           READ CUSTPRF-FILE
      *    A restricted member gets no output of any kind - no
      *    printed statement and no marketing selection - until the
      *    restriction is lifted on BANK87A.  An off-cycle member
      *    simply waits for their cycle's run day.  A branch-pickup
      *    member's statement goes to the pickup file for the home
      *    branch, whatever the preference record or the address
      *    flags say - it is handed over, not mailed - and the
      *    member is still kept off the marketing selection, as
      *    BKMLEXT keeps them off the vendor extract.
           EVALUATE TRUE
               WHEN WS-RESTRICTED
                   ADD 1                TO WS-RESTRICTED-COUNT
               WHEN NOT WS-CYCLE-MATCH
                   ADD 1                TO WS-OFFCYCLE-COUNT
               WHEN WS-BRANCH-PICKUP
                   PERFORM 2700-WRITE-PICKUP-SELECTION
               WHEN WS-CUSTPRF-OK
                   IF CUSTPRF-PRINT-STMT AND NOT WS-UNDELIV
                       PERFORM 2100-WRITE-PRINT-SELECTION
                   MOVE 'Y'             TO WS-CUSTMST-EOF-SW
           END-READ.

      *    The selection record is the master image; an alternate
      *    in force replaces only the output copy's address fields.
       2100-WRITE-PRINT-SELECTION.
           ADD 1                         TO WS-PRINT-COUNT
           MOVE CUSTMST-RECORD           TO PRTSEL-RECORD
           IF WS-ALT-IN-FORCE
               ADD 1                     TO WS-ALTADR-COUNT
               MOVE ALTADR-ADDR1         TO PRTSEL-ADDR1
               MOVE ALTADR-ADDR2         TO PRTSEL-ADDR2
               MOVE ALTADR-STATE         TO PRTSEL-STATE
               MOVE ALTADR-PSTCDE        TO PRTSEL-PSTCDE
               MOVE ALTADR-CNTRY         TO PRTSEL-CNTRY
           END-IF
           WRITE PRTSEL-RECORD.

       2200-WRITE-MKTG-SELECTION.
           ADD 1                         TO WS-MKTG-COUNT
           MOVE CUSTMST-RECORD           TO MKTGSEL-RECORD
           IF WS-ALT-IN-FORCE
               MOVE ALTADR-ADDR1         TO MKTGSEL-ADDR1
               MOVE ALTADR-ADDR2         TO MKTGSEL-ADDR2
               MOVE ALTADR-STATE         TO MKTGSEL-STATE
               MOVE ALTADR-PSTCDE        TO MKTGSEL-PSTCDE
               MOVE ALTADR-CNTRY         TO MKTGSEL-CNTRY
           END-IF
           WRITE MKTGSEL-RECORD.

       2300-CHECK-UNDELIV-FLAG.

      *    A restriction is honored only once its effective date has
      *    arrived (zero = always), the way a STCYREF entry's
      *    effective date is honored.  Branch pickup is told apart
      *    from the restrictions that stop output altogether.
       2400-CHECK-RESTRICTION.
           MOVE 'N'                      TO WS-RESTRICT-SW
           MOVE 'N'                      TO WS-PICKUP-SW
           MOVE CUST-ID                  TO CUSTRST-CUST-ID
           READ CUSTRST-FILE
               KEY IS CUSTRST-CUST-ID
           IF WS-CUSTRST-OK
               AND (CUSTRST-EFF-DATE = ZERO
                   OR CUSTRST-EFF-DATE <= WS-SYS-DATE)
               IF CUSTRST-BRANCH-PICKUP
                   MOVE 'Y'              TO WS-PICKUP-SW
               ELSE
                   MOVE 'Y'              TO WS-RESTRICT-SW
               END-IF
           END-IF.

      *    An absent parameter file (status 35) simply means the
               END-IF
           END-IF.

      *    The branch reference file is small and read for every
      *    pickup member, so it is held in storage for the run.
      *    Inactive and not-yet-effective entries are left out.  A
      *    missing file (status 35) leaves the table empty and
      *    every pickup member without an override in the '****'
      *    bundle for manual routing.
       1600-LOAD-BRANCH-TABLE.
           MOVE ZERO                     TO WS-BRN-COUNT
           OPEN INPUT BRNREF-FILE
           IF NOT WS-BRNREF-OK
               DISPLAY 'BKSTMSEL BRANCH REFERENCE NOT AVAILABLE - '
                   'STATUS ' WS-BRNREF-STATUS
               MOVE 4                    TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES           TO BRNREF-KEY
               START BRNREF-FILE
                   KEY IS NOT LESS THAN BRNREF-KEY
                   INVALID KEY
                       MOVE 'Y'          TO WS-BRNREF-EOF-SW
               END-START
               PERFORM 1610-LOAD-BRANCH-ENTRY
                   UNTIL WS-BRNREF-EOF
               CLOSE BRNREF-FILE
               IF WS-BRN-SKIPPED > ZERO
                   DISPLAY 'BKSTMSEL BRANCH TABLE FULL - ENTRIES '
                       'IGNORED: ' WS-BRN-SKIPPED
                   MOVE 4                TO RETURN-CODE
               END-IF
           END-IF.

       1610-LOAD-BRANCH-ENTRY.
           READ BRNREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y'              TO WS-BRNREF-EOF-SW
           END-READ

           IF NOT WS-BRNREF-EOF
               AND BRNREF-ACTIVE
               AND (BRNREF-EFF-DATE = ZERO
                   OR BRNREF-EFF-DATE <= WS-SYS-DATE)
               IF WS-BRN-COUNT < WS-BRN-MAX
                   ADD 1                 TO WS-BRN-COUNT
                   MOVE BRNREF-CNTRY-CD  TO WS-BRN-CNTRY(WS-BRN-COUNT)
                   MOVE BRNREF-PSTCDE-LOW
                                         TO WS-BRN-LOW(WS-BRN-COUNT)
                   MOVE BRNREF-PSTCDE-HIGH
                                         TO WS-BRN-HIGH(WS-BRN-COUNT)
                   MOVE BRNREF-BRANCH-ID TO WS-BRN-ID(WS-BRN-COUNT)
                   MOVE BRNREF-BRANCH-NAME
                                         TO WS-BRN-NAME(WS-BRN-COUNT)
               ELSE
                   ADD 1                 TO WS-BRN-SKIPPED
               END-IF
           END-IF.

      *    The member's cycle is the preference-record code when a
      *    valid one is on file, else the cycle derived from the
      *    member number - which spreads every unassigned member
               END-IF
           END-IF.

      *    An alternate address is in force on the run date for a
      *    one-off window between its start and end dates, or for a
      *    recurring one from its first start date on whenever the
      *    month/day falls inside its yearly window - a window that
      *    ends before it starts runs across the year end.  BKMLEXT
      *    and BKRETML make the same evaluation.  While it is in
      *    force the mail goes there, so its own undeliverable
      *    switch replaces the CUSTFLG flag, which belongs to the
      *    master address.
       2600-CHECK-ALTERNATE.
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

      *    The pickup member is parked on the work cluster under the
      *    home branch: the CUSTRST-BRANCH-ID override when one is
      *    keyed, else the BRNREF range holding the master postal
      *    code.  The image is the master's own - a seasonal
      *    alternate address has no bearing on a statement handed
      *    over at the branch.
       2700-WRITE-PICKUP-SELECTION.
           ADD 1                         TO WS-PICKUP-COUNT
           PERFORM 2710-FIND-HOME-BRANCH

           MOVE WS-HOME-BRANCH-ID        TO BPUWK-BRANCH-ID
           MOVE CUST-ID                  TO BPUWK-CUST-ID
           MOVE WS-HOME-BRANCH-NAME      TO BPUWK-BRANCH-NAME
           MOVE CUSTMST-RECORD           TO BPUWK-IMAGE
           WRITE BPUWK-RECORD
               INVALID KEY
                   ADD 1                 TO WS-WORK-ERRORS
                   DISPLAY 'BKSTMSEL PICKUP WORK WRITE FAILED - STATUS '
                       WS-BPUWK-STATUS ' MEMBER ' CUST-ID
           END-WRITE.

       2710-FIND-HOME-BRANCH.
           MOVE 'N'                      TO WS-BRN-FOUND-SW
           MOVE WS-NO-BRANCH-ID          TO WS-HOME-BRANCH-ID
           MOVE 'NO BRANCH FOR POSTAL CODE' TO WS-HOME-BRANCH-NAME

           IF CUSTRST-BRANCH-ID NOT = SPACES
               AND CUSTRST-BRANCH-ID NOT = LOW-VALUES
               MOVE CUSTRST-BRANCH-ID    TO WS-HOME-BRANCH-ID
               MOVE 'BRANCH NOT ON REF FILE'
                                         TO WS-HOME-BRANCH-NAME
               PERFORM 2720-MATCH-BRANCH-ID
                   VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
                       OR WS-BRN-FOUND
           ELSE
               PERFORM 2730-MATCH-POSTAL-RANGE
                   VARYING WS-BRN-IDX FROM 1 BY 1
                   UNTIL WS-BRN-IDX > WS-BRN-COUNT
                       OR WS-BRN-FOUND
               IF NOT WS-BRN-FOUND
                   ADD 1                 TO WS-NO-BRANCH-COUNT
               END-IF
           END-IF.

       2720-MATCH-BRANCH-ID.
           IF WS-BRN-ID(WS-BRN-IDX) = CUSTRST-BRANCH-ID
               MOVE 'Y'                  TO WS-BRN-FOUND-SW
               MOVE WS-BRN-NAME(WS-BRN-IDX) TO WS-HOME-BRANCH-NAME
           END-IF.

      *    The scan stops at the first entry in the country whose
      *    top is at or above the code; that entry holds the code
      *    only if its bottom is at or below it.
       2730-MATCH-POSTAL-RANGE.
           IF WS-BRN-CNTRY(WS-BRN-IDX) = CUST-CNTRY
               AND WS-BRN-HIGH(WS-BRN-IDX) NOT < CUST-PSTCDE
               MOVE 'Y'                  TO WS-BRN-FOUND-SW
               IF WS-BRN-LOW(WS-BRN-IDX) NOT > CUST-PSTCDE
                   MOVE WS-BRN-ID(WS-BRN-IDX)   TO WS-HOME-BRANCH-ID
                   MOVE WS-BRN-NAME(WS-BRN-IDX) TO WS-HOME-BRANCH-NAME
               ELSE
                   MOVE 'N'              TO WS-BRN-FOUND-SW
                   MOVE WS-BRN-COUNT     TO WS-BRN-IDX
               END-IF
           END-IF.

      *    The work cluster is read back in branch order and each
      *    branch's members written as one bundle: a header, the
      *    members, and a trailer carrying the bundle's count.
       8000-WRITE-PICKUP-BUNDLES.
           CLOSE BPUWORK-FILE
           OPEN INPUT BPUWORK-FILE

           MOVE LOW-VALUES               TO BPUWK-KEY
           START BPUWORK-FILE
               KEY IS NOT LESS THAN BPUWK-KEY
               INVALID KEY
                   MOVE 'Y'              TO WS-BPUWK-EOF-SW
           END-START

           IF NOT WS-BPUWK-EOF
               PERFORM 8300-READ-PICKUP-WORK
           END-IF

           PERFORM 8100-WRITE-ONE-BUNDLE
               UNTIL WS-BPUWK-EOF.

       8100-WRITE-ONE-BUNDLE.
           MOVE BPUWK-BRANCH-ID          TO WS-BUNDLE-BRANCH-ID
           MOVE ZERO                     TO WS-BUNDLE-MEMBERS
           ADD 1                         TO WS-BUNDLE-COUNT

           MOVE SPACES                   TO BPUSEL-RECORD
           MOVE 'H'                      TO BPUSEL-REC-TYPE
           MOVE WS-BUNDLE-BRANCH-ID      TO BPUSEL-BRANCH-ID
           MOVE BPUWK-BRANCH-NAME        TO BPUSEL-BRANCH-NAME
           MOVE WS-SYS-DATE              TO BPUSEL-RUN-DATE
           WRITE BPUSEL-RECORD

           PERFORM 8200-WRITE-BUNDLE-MEMBER
               UNTIL WS-BPUWK-EOF
                   OR BPUWK-BRANCH-ID NOT = WS-BUNDLE-BRANCH-ID

           MOVE SPACES                   TO BPUSEL-RECORD
           MOVE 'T'                      TO BPUSEL-REC-TYPE
           MOVE WS-BUNDLE-BRANCH-ID      TO BPUSEL-BRANCH-ID
           MOVE WS-BUNDLE-MEMBERS        TO BPUSEL-MEMBER-COUNT
           WRITE BPUSEL-RECORD.

       8200-WRITE-BUNDLE-MEMBER.
           MOVE SPACES                   TO BPUSEL-RECORD
           MOVE 'D'                      TO BPUSEL-REC-TYPE
           MOVE BPUWK-BRANCH-ID          TO BPUSEL-BRANCH-ID
           MOVE BPUWK-IMAGE              TO BPUSEL-DATA
           WRITE BPUSEL-RECORD
           ADD 1                         TO WS-BUNDLE-MEMBERS
           ADD 1                         TO WS-PICKUP-WRITTEN
           PERFORM 8300-READ-PICKUP-WORK.

       8300-READ-PICKUP-WORK.
           READ BPUWORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y'              TO WS-BPUWK-EOF-SW
           END-READ.

       9000-FINALIZE.
           PERFORM 8000-WRITE-PICKUP-BUNDLES

           CLOSE CUSTMST-FILE
           CLOSE CUSTPRF-FILE
           CLOSE CUSTFLG-FILE
           CLOSE CUSTRST-FILE
           CLOSE ALTADR-FILE
           CLOSE PRTSEL-FILE
           CLOSE MKTGSEL-FILE
           CLOSE BPUWORK-FILE
           CLOSE BPUSEL-FILE

           DISPLAY 'BKSTMSEL MEMBERS READ:      ' WS-READ-COUNT
           DISPLAY 'BKSTMSEL PRINT SELECTIONS:  ' WS-PRINT-COUNT
           DISPLAY 'BKSTMSEL CONTACT RESTRICTED: ' WS-RESTRICTED-COUNT
           DISPLAY 'BKSTMSEL OFF-CYCLE SKIPPED:  ' WS-OFFCYCLE-COUNT
           DISPLAY 'BKSTMSEL CLOSED SKIPPED:     ' WS-CLOSED-COUNT
           DISPLAY 'BKSTMSEL ALTERNATE ADDRESS:  ' WS-ALTADR-COUNT
           DISPLAY 'BKSTMSEL BRANCH PICKUP:      ' WS-PICKUP-COUNT
           DISPLAY 'BKSTMSEL PICKUP WRITTEN:     ' WS-PICKUP-WRITTEN
           DISPLAY 'BKSTMSEL PICKUP BUNDLES:     ' WS-BUNDLE-COUNT
           DISPLAY 'BKSTMSEL PICKUP NO BRANCH:   ' WS-NO-BRANCH-COUNT

      *    A pickup member that never reached the bundles would be
      *    a statement silently lost - the very failure the pickup
      *    file exists to end - so the run is left started, not
      *    complete, and BKBALCHK holds the cycle until it is rerun.
           IF WS-WORK-ERRORS > ZERO
               OR WS-PICKUP-WRITTEN NOT = WS-PICKUP-COUNT
               DISPLAY 'BKSTMSEL PICKUP FILE INCOMPLETE - SELECTED '
                   WS-PICKUP-COUNT ' WRITTEN ' WS-PICKUP-WRITTEN
               MOVE 8                   TO RETURN-CODE
           ELSE
               PERFORM 9500-CLOSE-RUN-CONTROL
           END-IF.

       9500-CLOSE-RUN-CONTROL.
           MOVE 'CLSE'                  TO RUNPARM-FUNCTION
           MOVE WS-RESTRICTED-COUNT     TO RUNPARM-SELECT-COUNT
           MOVE WS-PRINT-COUNT          TO RUNPARM-WRITE-COUNT
           MOVE WS-MKTG-COUNT           TO RUNPARM-WRITE2-COUNT
           MOVE WS-PICKUP-WRITTEN       TO RUNPARM-WRITE3-COUNT
           CALL 'BKRUNCTL' USING RUNCTL-PARM

           IF NOT RUNPARM-OK
