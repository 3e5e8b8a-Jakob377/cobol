      *----------------------------------------------------------*
      * CTRNSEL                                                  *
      * FILE-CONTROL ENTRY FOR THE CALCULATOR TRANSACTION FILE   *
      * SHARED BY SAMPLE, CALCRECON, ACCTADM AND CALCEDIT. COPY  *
      * INTO FILE-CONTROL.                                       *
      *----------------------------------------------------------*
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
