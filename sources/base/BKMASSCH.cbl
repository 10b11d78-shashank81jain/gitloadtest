      *                   of re-applying them and doubling ADRAUD -
      *                   the recovery that used to mean rerunning a
      *                   re-zoning file from record one.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   saved on the audit record's old image before a
      *                   posted change deletes it.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CUST-PSTCDE             TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY              TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL              TO ADRAUD-OLD-EMAIL
           PERFORM 3310-SAVE-UNDELIV-FLAG

           MOVE MASSCH-ADDR1            TO CUST-ADDR1
           MOVE MASSCH-ADDR2            TO CUST-ADDR2
                   CONTINUE
           END-DELETE.

      *    The flag as it stands before 3300 deletes it, carried on
      *    the audit record's old image: BKCNFNOT's letter goes to
      *    the old address and must know whether it was known bad.
       3310-SAVE-UNDELIV-FLAG.
           MOVE 'N'                     TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                  TO ADRAUD-OLD-UNDELIV-RSN
           MOVE MASSCH-CUST-ID          TO CUSTFLG-CUST-ID
           READ CUSTFLG-FILE
               KEY IS CUSTFLG-CUST-ID
           END-READ

           IF WS-CUSTFLG-OK
               AND CUSTFLG-UNDELIVERABLE
               MOVE 'Y'                 TO ADRAUD-OLD-UNDELIV-SW
               MOVE CUSTFLG-REASON-CODE TO ADRAUD-OLD-UNDELIV-RSN
           END-IF.

       9000-FINALIZE.
           CLOSE MASSCH-FILE
           CLOSE CUSTMST-FILE
