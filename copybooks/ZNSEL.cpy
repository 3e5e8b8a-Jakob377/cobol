      *----------------------------------------------------------*
      * ZNSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE KEYED ZONE MASTER MAINTAINED  *
      * BY ZONEADM AND READ BY SENSORADM AND DEGDAYS. COPY INTO  *
      * FILE-CONTROL.                                            *
      *----------------------------------------------------------*
           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZN-ZONE-ID
               FILE STATUS IS WS-ZN-FILE-STATUS.
