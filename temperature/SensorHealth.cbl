      *                STILL HOLDS CLEAN ROWS BURSTS DUPS, WHICH *
      *                IS AN OPERATOR ERROR, NOT A SENSOR FAULT, *
      *                AND MUST NOT DISPATCH A TECH.             *
      * 2026-10-15 JB  SENSOR MASTER IS NOW KEYED ON SENSOR ID.  *
      *                HISTORY AND REJECTS ARE MATCHED TO THEIR  *
      *                SENSOR BY A DIRECT READ, AND EACH         *
      *                SENSOR'S TALLIES ARE KEPT ON THE KEYED    *
      *                HLTHWORK WORK FILE INSTEAD OF A 20-ENTRY  *
      *                TABLE, SO EVERY MASTER SENSOR IS CHECKED  *
      *                HOWEVER MANY ARE INSTALLED.               *
      * 2026-10-15 JB  EVERY WORK ORDER RAISED IS NUMBERED AND   *
      *                KEPT ON THE KEYED WORKOPEN FILE UNTIL     *
      *                FACILITIES REPORT IT COMPLETE (WOCOMP). A *
      *                SENSOR WHOSE FAULT ALREADY HAS AN ORDER   *
      *                OPEN FOR THE SAME REASON IS STILL         *
      *                REPORTED, BUT NO SECOND ORDER IS RAISED - *
      *                THE OPEN ORDER IS JUST STAMPED AS SEEN.   *
      * 2026-10-15 JB  A RUN RAISES AT MOST 999 NEW ORDERS, THE  *
      *                LIMIT OF THE 3-DIGIT SEQUENCE IN THE ORDER*
      *                NUMBER, SO NO ORDER NUMBER IS EVER REUSED.*
      *                FURTHER EXCEPTIONS ARE STILL REPORTED AND *
      *                COUNTED AS HELD; THE NEXT RUN RAISES THEIR*
      *                ORDERS.                                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.

           COPY WOSEL.

           SELECT HEALTH-WORK-FILE ASSIGN TO "HLTHWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-SENSOR-ID
               FILE STATUS IS WS-HW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SENREC.

       COPY SDREC.

       COPY WOREC.

      *----------------------------------------------------------*
      * THE REJECT FILE AS CONVERTER WRITES IT: THE READING      *
      * IMAGE (SENSOR ID IN ITS FIRST 8 COLUMNS) AND THE REASON  *
           05  WO-LOCATION             PIC X(20).
           05  WO-REASON               PIC X(08).
           05  WO-DETAIL               PIC X(36).
           05  WO-ORDER-NO             PIC X(15).

      *----------------------------------------------------------*
      * ONE WORK RECORD PER MASTER SENSOR SEEN ON THE HISTORY OR *
      * THE REJECT FILE THIS RUN: ITS LATEST READING DATE, ITS   *
      * VALID READING COUNT, THE RECENT AND BASELINE DAILY       *
      * AVERAGE SUMS, AND ITS REJECT COUNTS. EMPTIED AT THE      *
      * START OF EVERY RUN.                                      *
      *----------------------------------------------------------*
       FD  HEALTH-WORK-FILE.
       01  HEALTH-WORK-RECORD.
           05  HW-SENSOR-ID            PIC X(08).
           05  HW-LAST-DATE            PIC X(08).
           05  HW-VALID-COUNT          PIC 9(07).
           05  HW-RECENT-SUM           PIC S9(7)V9(3).
           05  HW-RECENT-DAYS          PIC 9(03).
           05  HW-BASE-SUM             PIC S9(7)V9(3).
           05  HW-BASE-DAYS            PIC 9(03).
           05  HW-REJ-COUNT            PIC 9(05).
           05  HW-RNG-COUNT            PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS          PIC X(02).
       01  WS-WO-FILE-STATUS           PIC X(02).
           88  WS-WO-OK                VALUE '00'.

       01  WS-HW-FILE-STATUS           PIC X(02).
           88  WS-HW-OK                VALUE '00'.

       01  WS-OW-FILE-STATUS           PIC X(02).
           88  WS-OW-OK                VALUE '00'.

       01  WS-END-OF-SENSORS-SW        PIC X(01).
           88  WS-END-OF-SENSORS       VALUE 'Y'.


       01  WS-EXCEPTION-COUNT          PIC 9(05) COMP.
       01  WS-SECTION-COUNT            PIC 9(05) COMP.
       01  WS-NEW-ORDER-COUNT          PIC 9(05) COMP.
       01  WS-OPEN-ORDER-COUNT         PIC 9(05) COMP.
       01  WS-HELD-ORDER-COUNT         PIC 9(05) COMP.

      *----------------------------------------------------------*
      * WORK-ORDER NUMBERS ARE THE RUN DATE AND TIME (TO THE     *
      * MINUTE) FOLLOWED BY A SEQUENCE NUMBER WITHIN THE RUN.    *
      * THE SEQUENCE HAS THREE DIGITS, SO A RUN RAISES AT MOST   *
      * 999 NEW ORDERS.                                          *
      *----------------------------------------------------------*
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-ORDER-SEQ                PIC 9(03) COMP.
       01  WS-ORDER-NO.
           05  WS-ON-DATE              PIC X(08).
           05  WS-ON-TIME              PIC X(04).
           05  WS-ON-SEQ               PIC 9(03).
       01  WS-OW-FOUND-SW              PIC X(01).
           88  WS-OW-FOUND             VALUE 'Y'.

       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-SEN-FOUND-SW             PIC X(01).
           88  WS-SEN-FOUND            VALUE 'Y'.
       01  WS-HW-NEW-SW                PIC X(01).
           88  WS-HW-NEW               VALUE 'Y'.

       01  WS-RECENT-AVG               PIC S9(3)V9(3).
       01  WS-BASE-AVG                 PIC S9(3)V9(3).
           05  FILLER                  PIC X(20) VALUE
                   'TOTALS: EXCEPTIONS='.
           05  TL-COUNT                PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
                   ' NEW ORDERS='.
           05  TL-NEW-ORDERS           PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
                   ' ALREADY OPEN='.
           05  TL-OPEN-ORDERS          PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACE.

       01  WS-HELD-LINE.
           05  FILLER                  PIC X(19) VALUE
                   'ORDER LIMIT REACHED'.
           05  FILLER                  PIC X(07) VALUE ' - HELD'.
           05  FILLER                  PIC X(01) VALUE '='.
           05  HL-HELD-ORDERS          PIC ZZZZ9.
           05  FILLER                  PIC X(48) VALUE
                   ' NOT RAISED, THE NEXT RUN RAISES THEM'.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 1500-GET-CONTROL-LIMITS THRU 1500-EXIT.
                 PERFORM 2000-OPEN-SENSOR-FILES THRU 2000-EXIT.
                 PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
                 PERFORM 4000-SCAN-REJECTS THRU 4000-EXIT.
                 PERFORM 5000-WRITE-EXCEPTIONS THRU 5000-EXIT.
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-EXCEPTION-COUNT.
                 MOVE 0 TO WS-NEW-ORDER-COUNT.
                 MOVE 0 TO WS-OPEN-ORDER-COUNT.
                 MOVE 0 TO WS-HELD-ORDER-COUNT.
                 MOVE 0 TO WS-ORDER-SEQ.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-DATE TO WS-ON-DATE.
                 MOVE WS-RUN-TIME(1:4) TO WS-ON-TIME.
                 MOVE WS-RUN-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE WS-DC-SERIAL TO WS-RUN-SER.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-OPEN-SENSOR-FILES                                    *
      * OPENS THE KEYED SENSOR MASTER AND EMPTIES THE HLTHWORK   *
      * WORK FILE FOR THIS RUN'S TALLIES. THE MASTER IS THE      *
      * POINT OF THIS PROGRAM - A SENSOR ABSENT FROM THE HISTORY *
      * MUST STILL BE FLAGGED - SO A MASTER OR WORK FILE THAT    *
      * CANNOT BE OPENED STOPS THE RUN. SO DOES THE WORKOPEN     *
      * FILE, WITHOUT WHICH EVERY FAULT WOULD BE RE-ORDERED.     *
      *----------------------------------------------------------*
       2000-OPEN-SENSOR-FILES.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT HEALTH-WORK-FILE.
                 IF WS-HW-OK
                     CLOSE HEALTH-WORK-FILE
                     OPEN I-O HEALTH-WORK-FILE
                 END-IF.
                 IF NOT WS-HW-OK
                     DISPLAY 'Unable to open HEALTH-WORK-FILE, '
                         'status ' WS-HW-FILE-STATUS
                     CLOSE SENSOR-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O OPEN-ORDER-FILE.
                 IF NOT WS-OW-OK
                     DISPLAY 'Unable to open OPEN-ORDER-FILE, '
                         'status ' WS-OW-FILE-STATUS
                     CLOSE SENSOR-MASTER-FILE
                     CLOSE HEALTH-WORK-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2300-FIND-SENSOR                                          *
      * READS WS-LOOKUP-ID FROM THE KEYED SENSOR MASTER AND SETS *
      * WS-SEN-FOUND. A SENSOR NOT ON THE MASTER IS NOT TALLIED. *
      *----------------------------------------------------------*
       2300-FIND-SENSOR.
                 MOVE 'N' TO WS-SEN-FOUND-SW.
                 MOVE WS-LOOKUP-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-SEN-FOUND-SW
                 END-READ.
       2300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2400-GET-WORK-RECORD                                      *
      * READS THE HLTHWORK RECORD FOR WS-LOOKUP-ID, OR SETS UP   *
      * AN EMPTY ONE (WS-HW-NEW) WHEN THE SENSOR HAS NOTHING     *
      * TALLIED YET. 2500 PUTS IT BACK.                          *
      *----------------------------------------------------------*
       2400-GET-WORK-RECORD.
                 MOVE 'N' TO WS-HW-NEW-SW.
                 MOVE WS-LOOKUP-ID TO HW-SENSOR-ID.
                 READ HEALTH-WORK-FILE
                     INVALID KEY
                         MOVE 'Y' TO WS-HW-NEW-SW
                 END-READ.
                 IF WS-HW-NEW
                     MOVE WS-LOOKUP-ID TO HW-SENSOR-ID
                     MOVE SPACES TO HW-LAST-DATE
                     MOVE 0 TO HW-VALID-COUNT
                     MOVE 0 TO HW-RECENT-SUM
                     MOVE 0 TO HW-RECENT-DAYS
                     MOVE 0 TO HW-BASE-SUM
                     MOVE 0 TO HW-BASE-DAYS
                     MOVE 0 TO HW-REJ-COUNT
                     MOVE 0 TO HW-RNG-COUNT
                 END-IF.
       2400-EXIT.
                 EXIT.

       2500-PUT-WORK-RECORD.
                 IF WS-HW-NEW
                     WRITE HEALTH-WORK-RECORD
                 ELSE
                     REWRITE HEALTH-WORK-RECORD
                 END-IF.
       2500-EXIT.
                 EXIT.

      *----------------------------------------------------------*
                         'status ' WS-SD-FILE-STATUS
                     CLOSE HEALTH-REPORT-FILE
                     CLOSE WORK-ORDER-FILE
                     CLOSE SENSOR-MASTER-FILE
                     CLOSE HEALTH-WORK-FILE
                     CLOSE OPEN-ORDER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       3200-TALLY-HISTORY.
                 MOVE SD-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 2300-FIND-SENSOR THRU 2300-EXIT.
                 IF NOT WS-SEN-FOUND
                     GO TO 3200-NEXT
                 END-IF.
                 PERFORM 2400-GET-WORK-RECORD THRU 2400-EXIT.
                 IF HW-LAST-DATE = SPACES OR
                    SD-DATE > HW-LAST-DATE
                     MOVE SD-DATE TO HW-LAST-DATE
                 END-IF.
                 ADD SD-COUNT TO HW-VALID-COUNT.
                 MOVE SD-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE WS-DC-SERIAL TO WS-REC-SER.
                 IF WS-REC-SER >= WS-RECENT-LO-SER AND
                    WS-REC-SER <= WS-RUN-SER
                     ADD SD-AVG TO HW-RECENT-SUM
                     ADD 1 TO HW-RECENT-DAYS
                 ELSE
                     IF WS-REC-SER < WS-RECENT-LO-SER
                         ADD SD-AVG TO HW-BASE-SUM
                         ADD 1 TO HW-BASE-DAYS
                     END-IF
                 END-IF.
                 PERFORM 2500-PUT-WORK-RECORD THRU 2500-EXIT.
       3200-NEXT.
                 PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
       3200-EXIT.
                 END-IF.
                 MOVE TRJ-READING-IMAGE(1:8) TO WS-LOOKUP-ID.
                 PERFORM 2300-FIND-SENSOR THRU 2300-EXIT.
                 IF WS-SEN-FOUND
                     PERFORM 2400-GET-WORK-RECORD THRU 2400-EXIT
                     ADD 1 TO HW-REJ-COUNT
                     IF TRJ-REASON = 'RNG'
                         ADD 1 TO HW-RNG-COUNT
                     END-IF
                     PERFORM 2500-PUT-WORK-RECORD THRU 2500-EXIT
                 END-IF.
       4200-NEXT.
                 PERFORM 4100-READ-REJECT THRU 4100-EXIT.
      * 5000-WRITE-EXCEPTIONS                                     *
      * WRITES THE THREE EXCEPTION SECTIONS AND A WORK-ORDER     *
      * RECORD PER EXCEPTION: SILENT SENSORS, HIGH REJECT RATES, *
      * AND CALIBRATION DRIFT. EACH SECTION WALKS THE WHOLE      *
      * MASTER IN SENSOR-ID ORDER, PICKING UP EACH SENSOR'S      *
      * TALLIES FROM HLTHWORK.                                   *
      *----------------------------------------------------------*
       5000-WRITE-EXCEPTIONS.
                 MOVE 'SILENT SENSORS' TO SEC-TITLE.
                 WRITE HEALTH-REPORT-RECORD FROM WS-SECTION-LINE.
                 MOVE 0 TO WS-SECTION-COUNT.
                 PERFORM 5010-START-MASTER THRU 5010-EXIT.
                 PERFORM 5100-CHECK-SILENT THRU 5100-EXIT
                     UNTIL WS-END-OF-SENSORS.
                 IF WS-SECTION-COUNT = 0
                     MOVE '  (NONE)' TO HEALTH-REPORT-RECORD
                     WRITE HEALTH-REPORT-RECORD
                 MOVE 'HIGH REJECT RATES' TO SEC-TITLE.
                 WRITE HEALTH-REPORT-RECORD FROM WS-SECTION-LINE.
                 MOVE 0 TO WS-SECTION-COUNT.
                 PERFORM 5010-START-MASTER THRU 5010-EXIT.
                 PERFORM 5200-CHECK-REJECT-RATE THRU 5200-EXIT
                     UNTIL WS-END-OF-SENSORS.
                 IF WS-SECTION-COUNT = 0
                     MOVE '  (NONE)' TO HEALTH-REPORT-RECORD
                     WRITE HEALTH-REPORT-RECORD
                 MOVE 'CALIBRATION DRIFT' TO SEC-TITLE.
                 WRITE HEALTH-REPORT-RECORD FROM WS-SECTION-LINE.
                 MOVE 0 TO WS-SECTION-COUNT.
                 PERFORM 5010-START-MASTER THRU 5010-EXIT.
                 PERFORM 5300-CHECK-DRIFT THRU 5300-EXIT
                     UNTIL WS-END-OF-SENSORS.
                 IF WS-SECTION-COUNT = 0
                     MOVE '  (NONE)' TO HEALTH-REPORT-RECORD
                     WRITE HEALTH-REPORT-RECORD
       5000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5010-START-MASTER                                         *
      * POSITIONS THE SENSOR MASTER AT ITS FIRST SENSOR AND      *
      * READS IT WITH ITS TALLIES; 5020 STEPS TO THE NEXT.       *
      *----------------------------------------------------------*
       5010-START-MASTER.
                 MOVE 'N' TO WS-END-OF-SENSORS-SW.
                 MOVE LOW-VALUES TO SM-SENSOR-ID.
                 START SENSOR-MASTER-FILE
                     KEY IS NOT LESS THAN SM-SENSOR-ID
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                 END-START.
                 PERFORM 5020-READ-NEXT-SENSOR THRU 5020-EXIT.
       5010-EXIT.
                 EXIT.

       5020-READ-NEXT-SENSOR.
                 IF WS-END-OF-SENSORS
                     GO TO 5020-EXIT
                 END-IF.
                 READ SENSOR-MASTER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                         GO TO 5020-EXIT
                 END-READ.
                 MOVE SM-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 2400-GET-WORK-RECORD THRU 2400-EXIT.
       5020-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5100-CHECK-SILENT                                         *
      * A SENSOR WHOSE LATEST HISTORY DATE IS OLDER THAN THE     *
      * FLAGGED AS SILENT.                                       *
      *----------------------------------------------------------*
       5100-CHECK-SILENT.
                 IF HW-LAST-DATE = SPACES
                     MOVE 'NONE    ' TO SIL-LAST
                     PERFORM 5150-WRITE-SILENT THRU 5150-EXIT
                     GO TO 5100-NEXT
                 END-IF.
                 MOVE HW-LAST-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 IF WS-DC-SERIAL < WS-SILENT-CUTOFF-SER
                     MOVE HW-LAST-DATE TO SIL-LAST
                     PERFORM 5150-WRITE-SILENT THRU 5150-EXIT
                 END-IF.
       5100-NEXT.
                 PERFORM 5020-READ-NEXT-SENSOR THRU 5020-EXIT.
       5100-EXIT.
                 EXIT.

       5150-WRITE-SILENT.
                 MOVE SM-SENSOR-ID TO SIL-ID.
                 MOVE SM-LOCATION TO SIL-LOCATION.
                 WRITE HEALTH-REPORT-RECORD FROM WS-SILENT-LINE.
                 MOVE 'SILENT  ' TO WO-REASON.
                 MOVE SPACES TO WO-DETAIL.
      * THRESHOLD IS FLAGGED.                                    *
      *----------------------------------------------------------*
       5200-CHECK-REJECT-RATE.
                 IF HW-REJ-COUNT = 0
                     GO TO 5200-NEXT
                 END-IF.
                 COMPUTE WS-RATE ROUNDED =
                     HW-REJ-COUNT * 100 /
                     (HW-REJ-COUNT + HW-VALID-COUNT).
                 IF WS-RATE > WS-REJECT-PCT
                     MOVE SM-SENSOR-ID TO REJ-ID
                     MOVE SM-LOCATION TO REJ-LOCATION
                     MOVE HW-REJ-COUNT TO REJ-COUNT
                     MOVE HW-RNG-COUNT TO REJ-RNG
                     MOVE WS-RATE TO REJ-RATE
                     WRITE HEALTH-REPORT-RECORD FROM WS-REJECT-LINE
                     MOVE 'REJECTS ' TO WO-REASON
                     PERFORM 5900-WRITE-WORK-ORDER THRU 5900-EXIT
                 END-IF.
       5200-NEXT.
                 PERFORM 5020-READ-NEXT-SENSOR THRU 5020-EXIT.
       5200-EXIT.
                 EXIT.

      * TOLERANCE IN EITHER DIRECTION IS FLAGGED.                *
      *----------------------------------------------------------*
       5300-CHECK-DRIFT.
                 IF HW-RECENT-DAYS = 0 OR
                    HW-BASE-DAYS = 0
                     GO TO 5300-NEXT
                 END-IF.
                 COMPUTE WS-RECENT-AVG ROUNDED =
                     HW-RECENT-SUM / HW-RECENT-DAYS.
                 COMPUTE WS-BASE-AVG ROUNDED =
                     HW-BASE-SUM / HW-BASE-DAYS.
                 COMPUTE WS-DRIFT = WS-RECENT-AVG - WS-BASE-AVG.
                 IF WS-DRIFT > WS-DRIFT-TOL OR
                    WS-DRIFT < (0 - WS-DRIFT-TOL)
                     MOVE SM-SENSOR-ID TO DRL-ID
                     MOVE SM-LOCATION TO DRL-LOCATION
                     MOVE WS-RECENT-AVG TO DRL-RECENT
                     MOVE WS-BASE-AVG TO DRL-BASE
                     MOVE WS-DRIFT TO DRL-DRIFT
                     PERFORM 5900-WRITE-WORK-ORDER THRU 5900-EXIT
                 END-IF.
       5300-NEXT.
                 PERFORM 5020-READ-NEXT-SENSOR THRU 5020-EXIT.
       5300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5900-WRITE-WORK-ORDER                                     *
      * ONE DISPATCHABLE WORK-ORDER RECORD PER EXCEPTION, UNLESS *
      * THE SENSOR ALREADY HAS AN ORDER OPEN ON WORKOPEN FOR THE *
      * SAME REASON - THEN THAT ORDER IS STAMPED AS SEEN AGAIN   *
      * INSTEAD. A NEW ORDER IS NUMBERED AND ADDED TO WORKOPEN.  *
      * ONCE THE RUN HAS USED EVERY ORDER NUMBER THE EXCEPTION   *
      * IS ONLY COUNTED AS HELD; WITH NO ORDER OPEN FOR IT, THE  *
      * NEXT RUN RAISES ONE.                                     *
      * CALLERS FILL IN WO-REASON AND WO-DETAIL FIRST.           *
      *----------------------------------------------------------*
       5900-WRITE-WORK-ORDER.
                 ADD 1 TO WS-EXCEPTION-COUNT.
                 ADD 1 TO WS-SECTION-COUNT.
                 MOVE 'N' TO WS-OW-FOUND-SW.
                 MOVE SM-SENSOR-ID TO OW-SENSOR-ID.
                 MOVE WO-REASON TO OW-REASON.
                 READ OPEN-ORDER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-OW-FOUND-SW
                 END-READ.
                 IF WS-OW-FOUND
                     MOVE WS-RUN-DATE TO OW-LAST-SEEN
                     ADD 1 TO OW-TIMES-FOUND
                     REWRITE OPEN-ORDER-RECORD
                         INVALID KEY
                             DISPLAY 'Unable to update open order '
                                 OW-ORDER-NO ', status '
                                 WS-OW-FILE-STATUS
                     END-REWRITE
                     ADD 1 TO WS-OPEN-ORDER-COUNT
                     GO TO 5900-EXIT
                 END-IF.
                 IF WS-ORDER-SEQ NOT < 999
                     ADD 1 TO WS-HELD-ORDER-COUNT
                     GO TO 5900-EXIT
                 END-IF.
                 ADD 1 TO WS-ORDER-SEQ.
                 MOVE WS-ORDER-SEQ TO WS-ON-SEQ.
                 MOVE WS-RUN-DATE TO WO-DATE.
                 MOVE SM-SENSOR-ID TO WO-SENSOR-ID.
                 MOVE SM-LOCATION TO WO-LOCATION.
                 MOVE WS-ORDER-NO TO WO-ORDER-NO.
                 WRITE WORK-ORDER-RECORD.
                 ADD 1 TO WS-NEW-ORDER-COUNT.
                 MOVE SM-SENSOR-ID TO OW-SENSOR-ID.
                 MOVE WO-REASON TO OW-REASON.
                 MOVE WS-ORDER-NO TO OW-ORDER-NO.
                 MOVE WS-RUN-DATE TO OW-OPEN-DATE.
                 MOVE SM-LOCATION TO OW-LOCATION.
                 MOVE WO-DETAIL TO OW-DETAIL.
                 MOVE WS-RUN-DATE TO OW-LAST-SEEN.
                 MOVE 1 TO OW-TIMES-FOUND.
                 WRITE OPEN-ORDER-RECORD
                     INVALID KEY
                         DISPLAY 'Unable to record open order '
                             OW-ORDER-NO ', status '
                             WS-OW-FILE-STATUS
                 END-WRITE.
       5900-EXIT.
                 EXIT.

      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY SENSOR IS HEALTHY, 4     *
      * WHEN ANY EXCEPTION WAS FOUND, WHETHER IT RAISED A NEW    *
      * WORK ORDER OR AN ORDER WAS ALREADY OPEN FOR IT. ORDERS   *
      * HELD AT THE ORDER LIMIT ARE SHOWN UNDER THE TOTALS.      *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
                 MOVE WS-NEW-ORDER-COUNT TO TL-NEW-ORDERS.
                 MOVE WS-OPEN-ORDER-COUNT TO TL-OPEN-ORDERS.
                 WRITE HEALTH-REPORT-RECORD FROM WS-TOTAL-LINE.
                 IF WS-HELD-ORDER-COUNT > 0
                     MOVE WS-HELD-ORDER-COUNT TO HL-HELD-ORDERS
                     WRITE HEALTH-REPORT-RECORD FROM WS-HELD-LINE
                     DISPLAY 'Work-order limit reached, '
                         WS-HELD-ORDER-COUNT ' orders held'
                 END-IF.
                 CLOSE HEALTH-REPORT-FILE.
                 CLOSE WORK-ORDER-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 CLOSE HEALTH-WORK-FILE.
                 CLOSE OPEN-ORDER-FILE.
                 IF WS-EXCEPTION-COUNT > 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
