      *----------------------------------------------------------*
      * BLGREC                                                   *
      * RECORD LAYOUT FOR THE KEYED BILLING LEDGER. ONE RECORD   *
      * PER ACCOUNT AND BILLING PERIOD (YYYYMM). EVERY CALCBILL  *
      * POSTING ADDS ITS DAY'S COUNTS AND AMOUNTS, SO THE RECORD *
      * CARRIES THE PERIOD-TO-DATE TOTALS THE MONTH-END INVOICE  *
      * IS BUILT FROM. BILLCLOSE MARKS THE PERIOD'S RECORDS      *
      * CLOSED ONCE THE INVOICES HAVE GONE TO FINANCE. THE       *
      * OCCURS ENTRIES ARE IN OPERATOR ORDER + - * /.            *
      * COPY INTO FILE SECTION.                                  *
      *----------------------------------------------------------*
       FD  BILLING-LEDGER-FILE.
       01  BILLING-LEDGER-RECORD.
           05  LG-LEDGER-KEY.
               10  LG-ACCOUNT-ID       PIC X(06).
               10  LG-PERIOD           PIC X(06).
           05  LG-DEPT-NAME            PIC X(20).
           05  LG-STATUS               PIC X(01).
               88  LG-OPEN             VALUE 'O'.
               88  LG-CLOSED           VALUE 'C'.
           05  LG-DAYS-POSTED          PIC 9(03).
           05  LG-LAST-BILL-DATE       PIC X(08).
           05  LG-COUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(07).
           05  LG-AMOUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(9)V99.
           05  LG-TOTAL-AMOUNT         PIC 9(11)V99.
           05  LG-CLOSE-DATE           PIC X(08).
