      *  BANK-APPL-DEV  - Applies the member name held with the
      *                   change (PENDCHG-NEW-NAME) and carries the
      *                   name before/after pair on the audit record.
      *  BANK-APPL-DEV  - The member's CUSTFLG undeliverable flag is
      *                   saved on the audit record's old image before
      *                   an applied change deletes it.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CUST-PSTCDE              TO ADRAUD-OLD-PSTCDE
           MOVE CUST-CNTRY               TO ADRAUD-OLD-CNTRY
           MOVE CUST-EMAIL               TO ADRAUD-OLD-EMAIL
           PERFORM 2510-SAVE-UNDELIV-FLAG

      *    A blank held name only exists on records written before
      *    the name became maintainable - leave the master name be.
                   CONTINUE
           END-DELETE.

      *    The flag as it stands before 2500 deletes it, carried on
      *    the audit record's old image: BKCNFNOT's letter goes to
      *    the old address and must know whether it was known bad.
       2510-SAVE-UNDELIV-FLAG.
           MOVE 'N'                      TO ADRAUD-OLD-UNDELIV-SW
           MOVE SPACES                   TO ADRAUD-OLD-UNDELIV-RSN
           MOVE PENDCHG-CUST-ID          TO CUSTFLG-CUST-ID
           READ CUSTFLG-FILE
               KEY IS CUSTFLG-CUST-ID
           END-READ

           IF WS-CUSTFLG-OK
               AND CUSTFLG-UNDELIVERABLE
               MOVE 'Y'                  TO ADRAUD-OLD-UNDELIV-SW
               MOVE CUSTFLG-REASON-CODE  TO ADRAUD-OLD-UNDELIV-RSN
           END-IF.

      *    The approver's disposition stamps (a change released on
      *    BANK83A) are kept; a change that went straight to status
      *    F gets stamped by the batch run itself.
