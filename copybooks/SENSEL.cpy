      *----------------------------------------------------------*
      * SENSEL                                                   *
      * FILE-CONTROL ENTRY FOR THE SENSOR MASTER FILE SHARED BY  *
      * THE TEMPERATURE SUITE (CONVERTER, TEMPNOTE, SENSORADM,   *
      * SENHEALTH, TEMPTREND, SENLOAD, ZONEADM, DEGDAYS). KEYED  *
      * ON THE SENSOR ID SO EVERY PROGRAM READS THE SENSOR IT    *
      * NEEDS DIRECTLY. COPY INTO FILE-CONTROL.                  *
      *----------------------------------------------------------*
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SEN-FILE-STATUS.
