      *----------------------------------------------------------*
      * BLGSEL                                                   *
      * FILE-CONTROL ENTRY FOR THE KEYED BILLING LEDGER POSTED   *
      * BY CALCBILL AND CLOSED BY BILLCLOSE. COPY INTO           *
      * FILE-CONTROL.                                            *
      *----------------------------------------------------------*
           SELECT BILLING-LEDGER-FILE ASSIGN TO "BILLLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
