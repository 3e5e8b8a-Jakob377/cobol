      *----------------------------------------------------------*
      * RHSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE KEYED READING HISTORY FILE    *
      * WRITTEN BY CONVERTER AND READ BY RDHEXT AND RDHPURGE.    *
      * COPY INTO FILE-CONTROL.                                  *
      *----------------------------------------------------------*
           SELECT READING-HISTORY-FILE ASSIGN TO "READHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-READING-KEY
               FILE STATUS IS WS-RH-FILE-STATUS.
