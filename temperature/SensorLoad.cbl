       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENLOAD AS "SENLOAD".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. ONE-TIME CONVERSION OF THE   *
      *                LINE-SEQUENTIAL SENSOR MASTER (SENSOLD)   *
      *                TO THE KEYED SENSOR MASTER. EVERY RECORD  *
      *                IS WRITTEN BY SENSOR ID; A BLANK OR       *
      *                DUPLICATE ID IS REJECTED ON SENLDRPT.     *
      *                THE KEYED FILE IS THEN READ BACK END TO   *
      *                END AND ITS COUNT PROVED AGAINST THE      *
      *                RECORDS READ. RC 0 ONLY WHEN THEY AGREE.  *
      * 2026-10-15 JB  SENSOR MASTER NOW CARRIES SM-ZONE-ID. THE *
      *                OLD MASTER HAS NO ZONES, SO EVERY SENSOR  *
      *                IS LOADED UNASSIGNED FOR SENSORADM TO     *
      *                PLACE IN ITS ZONE.                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SENSEL.

           SELECT OLD-MASTER-FILE ASSIGN TO "SENSOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO "SENLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SENREC.

      *----------------------------------------------------------*
      * THE SENSOR MASTER AS IT WAS HELD BEFORE IT WAS KEYED:    *
      * 46 BYTES, ONE LINE PER SENSOR, AS SENREC WAS BEFORE THE  *
      * ZONE WAS ADDED.                                          *
      *----------------------------------------------------------*
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-SENSOR-ID            PIC X(08).
           05  OM-LOCATION             PIC X(20).
           05  OM-CAL-OFFSET           PIC S9(3)V9(3).
           05  OM-MIN-VALID            PIC S9(3)V9(3).
           05  OM-MAX-VALID            PIC S9(3)V9(3).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-OLD-FILE-STATUS          PIC X(02).
           88  WS-OLD-OK               VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-END-OF-OLD-SW            PIC X(01).
           88  WS-END-OF-OLD           VALUE 'Y'.

       01  WS-END-OF-SENSORS-SW        PIC X(01).
           88  WS-END-OF-SENSORS       VALUE 'Y'.

       01  WS-LOAD-FAILED-SW           PIC X(01).
           88  WS-LOAD-FAILED          VALUE 'Y'.

       01  WS-OLD-READ                 PIC 9(05) COMP.
       01  WS-LOADED                   PIC 9(05) COMP.
       01  WS-REJECTED                 PIC 9(05) COMP.
       01  WS-KEYED-COUNT              PIC 9(05) COMP.

       01  WS-REPORT-LINE.
           05  FILLER                  PIC X(09) VALUE 'REJECTED '.
           05  RL-SENSOR-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REASON               PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  SL-READ                 PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' LOADED='.
           05  SL-LOADED               PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE ' REJECTED='.
           05  SL-REJECTED             PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' KEYED='.
           05  SL-KEYED                PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACE.

       01  WS-RESULT-LINE.
           05  RS-TEXT                 PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
                 PERFORM 2000-LOAD-SENSOR THRU 2000-EXIT
                     UNTIL WS-END-OF-OLD OR WS-LOAD-FAILED.
                 CLOSE OLD-MASTER-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 IF NOT WS-LOAD-FAILED
                     PERFORM 3000-COUNT-KEYED-MASTER THRU 3000-EXIT
                 END-IF.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE OLD MASTER, THE REPORT AND THE KEYED MASTER.   *
      * THE KEYED MASTER IS OPENED OUTPUT SO THE LOAD ALWAYS     *
      * STARTS FROM AN EMPTY FILE AND CAN SIMPLY BE RERUN. ANY   *
      * OPEN FAILURE ENDS THE STEP WITH RETURN CODE 8.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-OLD-READ.
                 MOVE 0 TO WS-LOADED.
                 MOVE 0 TO WS-REJECTED.
                 MOVE 0 TO WS-KEYED-COUNT.
                 MOVE 'N' TO WS-END-OF-OLD-SW.
                 MOVE 'N' TO WS-LOAD-FAILED-SW.
                 OPEN INPUT OLD-MASTER-FILE.
                 IF NOT WS-OLD-OK
                     DISPLAY 'Unable to open OLD-MASTER-FILE, status '
                         WS-OLD-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT LOAD-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open LOAD-REPORT-FILE, status '
                         WS-RPT-FILE-STATUS
                     CLOSE OLD-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     CLOSE OLD-MASTER-FILE
                     CLOSE LOAD-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-LOAD-SENSOR                                          *
      * WRITES ONE OLD MASTER RECORD TO THE KEYED MASTER. A      *
      * BLANK OR DUPLICATE SENSOR ID IS REJECTED AND REPORTED;   *
      * ANY OTHER WRITE FAILURE STOPS THE LOAD.                  *
      *----------------------------------------------------------*
       2000-LOAD-SENSOR.
                 IF OM-SENSOR-ID = SPACES
                     MOVE 'BLANK SENSOR ID' TO RL-REASON
                     PERFORM 2200-REJECT-SENSOR THRU 2200-EXIT
                     GO TO 2000-NEXT
                 END-IF.
                 MOVE OM-SENSOR-ID TO SM-SENSOR-ID.
                 MOVE OM-LOCATION TO SM-LOCATION.
                 MOVE OM-CAL-OFFSET TO SM-CAL-OFFSET.
                 MOVE OM-MIN-VALID TO SM-MIN-VALID.
                 MOVE OM-MAX-VALID TO SM-MAX-VALID.
                 MOVE SPACES TO SM-ZONE-ID.
                 WRITE SENSOR-MASTER-RECORD
                     INVALID KEY
                         CONTINUE
                 END-WRITE.
                 IF WS-SEN-FILE-OK
                     ADD 1 TO WS-LOADED
                     GO TO 2000-NEXT
                 END-IF.
                 IF WS-SEN-FILE-STATUS = '22'
                     MOVE 'DUPLICATE SENSOR ID' TO RL-REASON
                     PERFORM 2200-REJECT-SENSOR THRU 2200-EXIT
                     GO TO 2000-NEXT
                 END-IF.
                 DISPLAY 'Unable to write SENSOR-MASTER-FILE for '
                     OM-SENSOR-ID ', status ' WS-SEN-FILE-STATUS.
                 MOVE 'Y' TO WS-LOAD-FAILED-SW.
                 GO TO 2000-EXIT.
       2000-NEXT.
                 PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
       2000-EXIT.
                 EXIT.

       2100-READ-OLD-MASTER.
                 READ OLD-MASTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-OLD-SW
                     NOT AT END
                         ADD 1 TO WS-OLD-READ
                 END-READ.
       2100-EXIT.
                 EXIT.

       2200-REJECT-SENSOR.
                 ADD 1 TO WS-REJECTED.
                 MOVE OM-SENSOR-ID TO RL-SENSOR-ID.
                 WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-COUNT-KEYED-MASTER                                   *
      * READS THE NEWLY LOADED KEYED MASTER BACK FROM ITS FIRST  *
      * KEY TO ITS LAST, SO THE COUNT PROVED IS WHAT THE FILE    *
      * REALLY HOLDS RATHER THAN WHAT THE LOAD BELIEVES IT WROTE.*
      *----------------------------------------------------------*
       3000-COUNT-KEYED-MASTER.
                 MOVE 'N' TO WS-END-OF-SENSORS-SW.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to reopen SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     MOVE 'Y' TO WS-LOAD-FAILED-SW
                     GO TO 3000-EXIT
                 END-IF.
                 MOVE LOW-VALUES TO SM-SENSOR-ID.
                 START SENSOR-MASTER-FILE
                     KEY IS NOT LESS THAN SM-SENSOR-ID
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                 END-START.
                 PERFORM 3100-READ-NEXT-SENSOR THRU 3100-EXIT
                     UNTIL WS-END-OF-SENSORS.
                 CLOSE SENSOR-MASTER-FILE.
       3000-EXIT.
                 EXIT.

       3100-READ-NEXT-SENSOR.
                 READ SENSOR-MASTER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                     NOT AT END
                         ADD 1 TO WS-KEYED-COUNT
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS AND THE RECONCILIATION RESULT AND SETS *
      * THE STEP RETURN CODE: 0 WHEN EVERY RECORD READ IS ON THE *
      * KEYED MASTER, 8 WHEN ANY WAS REJECTED, THE COUNTS DO NOT *
      * AGREE OR THE LOAD FAILED.                                *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-OLD-READ TO SL-READ.
                 MOVE WS-LOADED TO SL-LOADED.
                 MOVE WS-REJECTED TO SL-REJECTED.
                 MOVE WS-KEYED-COUNT TO SL-KEYED.
                 WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 IF NOT WS-LOAD-FAILED
                    AND WS-REJECTED = 0
                    AND WS-LOADED = WS-OLD-READ
                    AND WS-KEYED-COUNT = WS-OLD-READ
                     MOVE 'COUNTS AGREE' TO RS-TEXT
                 ELSE
                     MOVE 'COUNTS DO NOT AGREE' TO RS-TEXT
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-LOAD-FAILED
                     MOVE 'LOAD FAILED - SEE JOB LOG' TO RS-TEXT
                 END-IF.
                 WRITE LOAD-REPORT-RECORD FROM WS-RESULT-LINE.
                 CLOSE LOAD-REPORT-FILE.
                 DISPLAY 'SENLOAD ' RS-TEXT.
       8000-EXIT.
                 EXIT.

       END PROGRAM SENLOAD.
