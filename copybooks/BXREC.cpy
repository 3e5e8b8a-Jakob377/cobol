      *----------------------------------------------------------*
      * BXREC                                                    *
      * RECORD LAYOUT FOR THE BILLEXT DAILY INVOICE EXTRACT: ONE *
      * RECORD PER BILLED ACCOUNT PER POSTED BILL DATE. COUNTS   *
      * AND AMOUNTS ARE ZERO-PADDED SO THE FILE IS MACHINE-      *
      * READABLE BY THE FINANCE SYSTEM. THE OCCURS ENTRIES ARE   *
      * IN OPERATOR ORDER + - * /. COPY INTO FILE SECTION.       *
      *----------------------------------------------------------*
       FD  BILLING-EXTRACT-FILE.
       01  BILLING-EXTRACT-RECORD.
           05  BX-BILL-DATE            PIC X(08).
           05  BX-ACCOUNT-ID           PIC X(06).
           05  BX-DEPT-NAME            PIC X(20).
           05  BX-COUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(05).
           05  BX-AMOUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(7)V99.
           05  BX-TOTAL-AMOUNT         PIC 9(9)V99.
