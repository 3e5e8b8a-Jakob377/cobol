      *----------------------------------------------------------*
      * CTRNREC                                                  *
      * RECORD LAYOUT FOR THE CALCULATOR TRANSACTION FILE SHARED *
      * BY CALCEDIT, SAMPLE AND CALCRECON. COPY INTO FILE        *
      * SECTION.                                                 *
      *                                                          *
      * CT-ACCOUNT-ID GROUPS TRANSACTIONS FOR THE REPORT'S       *
      * ACCOUNT SUBTOTALS; CALCEDIT BUILDS THE FILE IN ACCOUNT   *
      * SEQUENCE FROM THE DEPARTMENTS' SUBMISSIONS. THE          *
      * TRAILING FILLER ABSORBS THE REASON-CODE COLUMNS WHEN A   *
      * CORRECTED CALCRJCT REJECT FILE IS FED BACK IN AS         *
      * CALCTRAN.                                                *
      *----------------------------------------------------------*
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD.
