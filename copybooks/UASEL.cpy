      *----------------------------------------------------------*
      * UASEL                                                    *
      * FILE-CONTROL ENTRY FOR THE KEYED USER-TO-ACCOUNT         *
      * AUTHORISATION FILE MAINTAINED BY USERADM AND CHECKED BY  *
      * SAMPLE. COPY INTO FILE-CONTROL.                          *
      *----------------------------------------------------------*
           SELECT USER-ACCOUNT-FILE ASSIGN TO "USERACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-AUTH-KEY
               FILE STATUS IS WS-UA-FILE-STATUS.
