      *----------------------------------------------------------*
      * STSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE SENSOR MASTER MAINTENANCE     *
      * TRANSACTIONS APPLIED BY SENSORADM AND GENERATED BY       *
      * WOCOMP FROM FACILITIES COMPLETIONS. COPY INTO            *
      * FILE-CONTROL.                                            *
      *----------------------------------------------------------*
           SELECT SENSOR-TRANS-FILE ASSIGN TO "SENSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
