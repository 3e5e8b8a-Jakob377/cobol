      *----------------------------------------------------------*
      * ACCTSEL                                                  *
      * FILE-CONTROL ENTRY FOR THE ACCOUNT MASTER FILE SHARED    *
      * BY SAMPLE, CALCBILL, ACCTADM, USERADM AND ACCREVW. COPY  *
      * INTO FILE-CONTROL.                                       *
      *----------------------------------------------------------*
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
