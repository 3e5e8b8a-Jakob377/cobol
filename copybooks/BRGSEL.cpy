      *----------------------------------------------------------*
      * BRGSEL                                                   *
      * FILE-CONTROL ENTRY FOR THE BILLING REGISTER WRITTEN BY   *
      * CALCBILL AND BILLCLOSE. COPY INTO FILE-CONTROL.          *
      *----------------------------------------------------------*
           SELECT BILLING-REGISTER-FILE ASSIGN TO "BILLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRG-FILE-STATUS.
