      *----------------------------------------------------------*
      * USRSEL                                                   *
      * FILE-CONTROL ENTRY FOR THE USER ACCOUNT FILE SHARED BY   *
      * SAMPLE, USERADM, USERSWEEP AND ACCREVW. COPY INTO        *
      * FILE-CONTROL.                                            *
      *----------------------------------------------------------*
           SELECT USER-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS INDEXED
