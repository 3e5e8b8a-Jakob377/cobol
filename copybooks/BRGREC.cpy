      *----------------------------------------------------------*
      * BRGREC                                                   *
      * RECORD LAYOUT FOR THE BILLING REGISTER. CALCBILL APPENDS *
      * A 'P' RECORD FOR EVERY BILL DATE IT POSTS TO THE LEDGER  *
      * AND REFUSES A DATE ALREADY ON FILE; BILLCLOSE APPENDS AN *
      * 'L' RECORD WHEN IT CLOSES A PERIOD, AFTER WHICH CALCBILL *
      * REFUSES ANY BILL DATE IN THAT PERIOD. THE FILE IS        *
      * ALLOCATED DISP=MOD AND NEVER REWRITTEN.                  *
      * COPY INTO FILE SECTION.                                  *
      *----------------------------------------------------------*
       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-RECORD.
           05  BR-TYPE                 PIC X(01).
               88  BR-POSTED           VALUE 'P'.
               88  BR-LOCKED           VALUE 'L'.
           05  FILLER                  PIC X(01).
           05  BR-BILL-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  BR-PERIOD               PIC X(06).
           05  FILLER                  PIC X(01).
           05  BR-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  BR-RUN-TIME             PIC X(06).
           05  FILLER                  PIC X(01).
           05  BR-PROGRAM              PIC X(09).
           05  FILLER                  PIC X(01).
           05  BR-ACCOUNTS             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  BR-AMOUNT               PIC 9(11)V99.
