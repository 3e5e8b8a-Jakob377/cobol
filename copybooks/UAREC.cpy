      *----------------------------------------------------------*
      * UAREC                                                    *
      * RECORD LAYOUT FOR THE KEYED USER-TO-ACCOUNT AUTHORISATION*
      * FILE. ONE RECORD PER USER ID AND ACCOUNT THE USER MAY    *
      * CHARGE; NO RECORD MEANS NO ACCESS. THE KEY LEADS WITH    *
      * THE USER ID SO ONE USER'S GRANTS READ TOGETHER. COPY     *
      * INTO FILE SECTION.                                       *
      *----------------------------------------------------------*
       FD  USER-ACCOUNT-FILE.
       01  USER-ACCOUNT-RECORD.
           05  UA-AUTH-KEY.
               10  UA-USER-ID          PIC X(10).
               10  UA-ACCOUNT-ID       PIC X(06).
           05  UA-GRANTED-DATE         PIC X(08).
