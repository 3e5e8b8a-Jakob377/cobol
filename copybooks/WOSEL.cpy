      *----------------------------------------------------------*
      * WOSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE KEYED OPEN WORK-ORDER FILE    *
      * MAINTAINED BY SENHEALTH AND WOCOMP AND READ BY WOAGE.    *
      * COPY INTO FILE-CONTROL.                                  *
      *----------------------------------------------------------*
           SELECT OPEN-ORDER-FILE ASSIGN TO "WORKOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-ORDER-KEY
               FILE STATUS IS WS-OW-FILE-STATUS.
