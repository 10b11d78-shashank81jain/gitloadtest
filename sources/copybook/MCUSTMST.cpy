      *  archive before deleting the records.  Closed members are     *
      *  skipped by every selection/extract program and cannot be     *
      *  updated on BANK80A.                                          *
      *  CUST-MERGED-TO-ID is set when a supervisor folds this member *
      *  into another on the BANK91A merge screen: the member is      *
      *  closed and the field names the surviving member number.      *
      *  Zero (or spaces on records written before the field          *
      *  existed) on every member not closed by a merge.              *
      *================================================================*
       01  CUSTMST-RECORD.
           05  CUST-ID                 PIC 9(9).
               88  CUST-CLOSED                  VALUE 'C'.
               88  CUST-PURGE-PENDING           VALUE 'P'.
           05  CUST-CLOSE-DATE         PIC 9(8).
           05  CUST-MERGED-TO-ID       PIC 9(9).
