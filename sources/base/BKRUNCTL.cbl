      *                   RUNCTL-RESTART-COUNT field, preserved on
      *                   the restart path, returned by OPEN and
      *                   cleared by CLSE.
      *  BANK-APPL-DEV  - New RUNCTL-WRITE3-COUNT: a third output count
      *                   filed by CLSE (zero when the caller does not
      *                   set it) and cleared by OPEN.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                           RUNCTL-SELECT-COUNT
                                           RUNCTL-WRITE-COUNT
                                           RUNCTL-WRITE2-COUNT
                                           RUNCTL-WRITE3-COUNT
               REWRITE RUNCTL-RECORD
           ELSE
               MOVE RUNPARM-JOB-NAME    TO RUNCTL-JOB-NAME
                                           RUNCTL-SELECT-COUNT
                                           RUNCTL-WRITE-COUNT
                                           RUNCTL-WRITE2-COUNT
                                           RUNCTL-WRITE3-COUNT
               MOVE ZERO                TO RUNCTL-RESTART-COUNT
               WRITE RUNCTL-RECORD
                   INVALID KEY
               MOVE RUNPARM-SELECT-COUNT TO RUNCTL-SELECT-COUNT
               MOVE RUNPARM-WRITE-COUNT TO RUNCTL-WRITE-COUNT
               MOVE RUNPARM-WRITE2-COUNT TO RUNCTL-WRITE2-COUNT
      *        Only BKSTMSEL sets the third count; every other caller
      *        leaves the field as its storage came, so anything not
      *        numeric files as zero.
               IF RUNPARM-WRITE3-COUNT IS NUMERIC
                   MOVE RUNPARM-WRITE3-COUNT TO RUNCTL-WRITE3-COUNT
               ELSE
                   MOVE ZERO            TO RUNCTL-WRITE3-COUNT
               END-IF
               MOVE ZERO                TO RUNCTL-RESTART-COUNT
               REWRITE RUNCTL-RECORD
               IF NOT WS-RUNCTL-OK
