      *----------------------------------------------------------*
      * BXSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE BILLEXT DAILY INVOICE         *
      * EXTRACT WRITTEN BY CALCBILL AND READ BY BILLCLOSE AND    *
      * ACCTADM. COPY INTO FILE-CONTROL.                         *
      *----------------------------------------------------------*
           SELECT BILLING-EXTRACT-FILE ASSIGN TO "BILLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-EXT-STATUS.
