      *----------------------------------------------------------*
      * ACCTREC                                                  *
      * RECORD LAYOUT FOR THE ACCOUNT MASTER FILE SHARED BY      *
      * SAMPLE, CALCBILL, ACCTADM, USERADM AND ACCREVW. COPY     *
      * INTO FILE SECTION.                                       *
      *----------------------------------------------------------*
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
