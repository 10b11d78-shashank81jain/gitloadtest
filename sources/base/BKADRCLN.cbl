      *                   BKRUNCTL run control; a periodic cleanup,
      *                   not part of the nightly stream BKBALCHK
      *                   completes.
      *  BANK-APPL-DEV  - The audit record's old-image undeliverable
      *                   flag is written as not flagged; a cleanup
      *                   rewrite is never noticed by BKCNFNOT.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CUST-PSTCDE             TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-OLD-EMAIL
      *    A standardization rewrite moves no contact point and is
      *    never noticed by BKCNFNOT, so CUSTFLG is not looked up.
           MOVE 'N'                     TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                  TO ADRAUD-OLD-UNDELIV-RSN

           MOVE 'BATCH'                 TO CUST-LAST-UPD-USER
           MOVE WS-RUN-DATE             TO CUST-LAST-UPD-DATE
