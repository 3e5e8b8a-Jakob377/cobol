      *                FACILITIES CAN SEE WHETHER A ROOM HAS     *
      *                BEEN RUNNING WARMER INSTEAD OF BEING TOLD *
      *                WE THREW THE DATA AWAY.                   *
      * 2026-10-15 JB  THE HISTORY IS NOW SORTED INTO SENSOR AND *
      *                DATE ORDER AND REPORTED ONE SENSOR AT A   *
      *                TIME INSTEAD OF BEING COLLECTED IN A      *
      *                20-SENSOR, 31-DAY TABLE, SO NO SENSOR OR  *
      *                DAY IS DROPPED HOWEVER MANY ARE INSTALLED *
      *                OR HOWEVER LONG THE RANGE. EACH SENSOR'S  *
      *                LOCATION IS READ FROM THE KEYED SENSOR    *
      *                MASTER FOR ITS HEADING LINE.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY SDSEL.

           COPY SENSEL.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       COPY SDREC.

       COPY SENREC.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD         PIC X(80).

      *----------------------------------------------------------*
      * ONE TEMPHIST DAY IN THE REPORT RANGE OR THE SAME PERIOD  *
      * LAST MONTH, SORTED INTO SENSOR AND DATE ORDER. TS-SER IS *
      * THE DATE'S DAY NUMBER SO THE REPORT CAN PLACE THE DAY IN *
      * ITS WINDOWS WITHOUT CONVERTING IT A SECOND TIME.         *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  TS-SENSOR-ID            PIC X(08).
           05  TS-DATE                 PIC X(08).
           05  TS-COUNT                PIC 9(05).
           05  TS-MIN                  PIC S9(3)V9(3).
           05  TS-MAX                  PIC S9(3)V9(3).
           05  TS-AVG                  PIC S9(3)V9(3).
           05  TS-SER                  PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-SD-FILE-STATUS           PIC X(02).
           88  WS-SD-OK                VALUE '00'.

       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-END-OF-HIST-SW           PIC X(01).
           88  WS-END-OF-HIST          VALUE 'Y'.

       01  WS-END-OF-SORT-SW           PIC X(01).
           88  WS-END-OF-SORT          VALUE 'Y'.

       01  WS-HIST-FAILED-SW           PIC X(01).
           88  WS-HIST-FAILED          VALUE 'Y'.

       01  WS-SEN-OPEN-SW              PIC X(01).
           88  WS-SEN-OPEN             VALUE 'Y'.

       01  WS-START-DATE               PIC X(08).
       01  WS-END-DATE                 PIC X(08).
       01  WS-LM-START-DATE            PIC X(08).
       01  WS-LEAP-SW                  PIC X(01).
           88  WS-LEAP-YEAR            VALUE 'Y'.

      *----------------------------------------------------------*
      * THE SENSOR CURRENTLY BEING REPORTED AND ITS WINDOW       *
      * TOTALS, RESET AT EACH CHANGE OF SENSOR ON THE SORTED     *
      * HISTORY.                                                 *
      *----------------------------------------------------------*
       01  WS-CUR-SENSOR               PIC X(08).
       01  WS-TT-DAYS                  PIC 9(05) COMP.
       01  WS-TT-CUR-SUM               PIC S9(7)V9(3).
       01  WS-TT-CUR-DAYS              PIC 9(05) COMP.
       01  WS-TT-WK1-SUM               PIC S9(7)V9(3).
       01  WS-TT-WK1-DAYS              PIC 9(05) COMP.
       01  WS-TT-WK2-SUM               PIC S9(7)V9(3).
       01  WS-TT-WK2-DAYS              PIC 9(05) COMP.
       01  WS-TT-LM-SUM                PIC S9(7)V9(3).
       01  WS-TT-LM-DAYS               PIC 9(05) COMP.

       01  WS-AVG-WORK                 PIC S9(3)V9(3).
       01  WS-AVG-PRIOR                PIC S9(3)V9(3).
       01  WS-SENSOR-LINE.
           05  FILLER                  PIC X(07) VALUE 'SENSOR '.
           05  SL-ID                   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-LOCATION             PIC X(20).
           05  FILLER                  PIC X(44) VALUE SPACE.

       01  WS-DAY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-SORT-HISTORY THRU 2000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.
      * ENDS THE STEP WITH RETURN CODE 8.                        *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 'N' TO WS-HIST-FAILED-SW.
                 IF LS-PARM-LENGTH < 17 OR
                    LS-PARM-TEXT(1:8) IS NOT NUMERIC OR
                    LS-PARM-TEXT(10:8) IS NOT NUMERIC
                 MOVE WS-END-DATE TO HL-END.
                 WRITE TREND-REPORT-RECORD FROM WS-HEADING-LINE.
                 WRITE TREND-REPORT-RECORD FROM WS-BLANK-LINE.
                 PERFORM 1100-OPEN-SENSOR-MASTER THRU 1100-EXIT.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1100-OPEN-SENSOR-MASTER                                   *
      * OPENS THE KEYED SENSOR MASTER FOR THE SENSOR LOCATIONS.  *
      * THE LOCATION IS ONLY A LABEL HERE, SO A MASTER THAT      *
      * CANNOT BE OPENED DOES NOT STOP THE REPORT - EACH SENSOR  *
      * IS SHOWN AS UNKNOWN LOCATION INSTEAD.                    *
      *----------------------------------------------------------*
       1100-OPEN-SENSOR-MASTER.
                 MOVE 'N' TO WS-SEN-OPEN-SW.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF WS-SEN-FILE-OK
                     MOVE 'Y' TO WS-SEN-OPEN-SW
                 ELSE
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                         ', locations not shown'
                 END-IF.
       1100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-HISTORY                                         *
      * SORTS THE HISTORY DAYS THE REPORT NEEDS INTO SENSOR AND  *
      * DATE ORDER AND WRITES THE REPORT FROM THE SORTED DAYS.   *
      * A HISTORY FILE THAT CANNOT BE OPENED, OR A FAILED SORT,  *
      * ENDS THE STEP WITH RETURN CODE 8.                        *
      *----------------------------------------------------------*
       2000-SORT-HISTORY.
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY TS-SENSOR-ID TS-DATE
                     INPUT PROCEDURE IS 2100-RELEASE-HISTORY
                         THRU 2100-EXIT
                     OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                         THRU 3000-EXIT.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of TEMPHIST failed, return '
                         SORT-RETURN
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-HIST-FAILED
                     MOVE 8 TO RETURN-CODE
                 END-IF.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2100-RELEASE-HISTORY                                      *
      * SORT INPUT PROCEDURE: ONE PASS OVER TEMPHIST, RELEASING  *
      * EVERY RECORD THAT FALLS IN THE REPORT RANGE OR THE SAME  *
      * PERIOD LAST MONTH.                                       *
      *----------------------------------------------------------*
       2100-RELEASE-HISTORY.
                 MOVE 'N' TO WS-END-OF-HIST-SW.
                 OPEN INPUT SENSOR-DAILY-FILE.
                 IF NOT WS-SD-OK
                     DISPLAY 'Unable to open SENSOR-DAILY-FILE, '
                         'status ' WS-SD-FILE-STATUS
                     MOVE 'Y' TO WS-HIST-FAILED-SW
                     GO TO 2100-EXIT
                 END-IF.
                 PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
                 PERFORM 2200-CLASSIFY-HISTORY THRU 2200-EXIT
                     UNTIL WS-END-OF-HIST.
                 CLOSE SENSOR-DAILY-FILE.
       2100-EXIT.
                 EXIT.

       2150-READ-HISTORY.
                 READ SENSOR-DAILY-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                 END-READ.
       2150-EXIT.
                 EXIT.

       2200-CLASSIFY-HISTORY.
                     WS-REC-SER > WS-LM-END-SER)
                     GO TO 2200-NEXT
                 END-IF.
                 MOVE SD-SENSOR-ID TO TS-SENSOR-ID.
                 MOVE SD-DATE TO TS-DATE.
                 MOVE SD-COUNT TO TS-COUNT.
                 MOVE SD-MIN TO TS-MIN.
                 MOVE SD-MAX TO TS-MAX.
                 MOVE SD-AVG TO TS-AVG.
                 MOVE WS-REC-SER TO TS-SER.
                 RELEASE SORT-WORK-RECORD.
       2200-NEXT.
                 PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-WRITE-REPORT                                         *
      * SORT OUTPUT PROCEDURE: ONE SECTION PER SENSOR - THE      *
      * DAILY LINES FOR THE RANGE, THE WEEK-OVER-WEEK MOVEMENT,  *
      * AND THE COMPARISON WITH THE SAME PERIOD LAST MONTH.      *
      *----------------------------------------------------------*
       3000-WRITE-REPORT.
                 IF WS-HIST-FAILED
                     GO TO 3000-EXIT
                 END-IF.
                 MOVE 'N' TO WS-END-OF-SORT-SW.
                 PERFORM 3050-RETURN-HISTORY THRU 3050-EXIT.
                 IF WS-END-OF-SORT
                     MOVE 'NO HISTORY IN THE REQUESTED RANGE'
                         TO ND-TEXT
                     WRITE TREND-REPORT-RECORD FROM WS-NO-DATA-LINE
                     GO TO 3000-EXIT
                 END-IF.
                 PERFORM 3100-REPORT-ONE-SENSOR THRU 3100-EXIT
                     UNTIL WS-END-OF-SORT.
       3000-EXIT.
                 EXIT.

       3050-RETURN-HISTORY.
                 RETURN SORT-WORK-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-SORT-SW
                 END-RETURN.
       3050-EXIT.
                 EXIT.

       3100-REPORT-ONE-SENSOR.
                 MOVE TS-SENSOR-ID TO WS-CUR-SENSOR.
                 MOVE 0 TO WS-TT-DAYS.
                 MOVE 0 TO WS-TT-CUR-SUM.
                 MOVE 0 TO WS-TT-CUR-DAYS.
                 MOVE 0 TO WS-TT-WK1-SUM.
                 MOVE 0 TO WS-TT-WK1-DAYS.
                 MOVE 0 TO WS-TT-WK2-SUM.
                 MOVE 0 TO WS-TT-WK2-DAYS.
                 MOVE 0 TO WS-TT-LM-SUM.
                 MOVE 0 TO WS-TT-LM-DAYS.
                 MOVE WS-CUR-SENSOR TO SL-ID.
                 PERFORM 3150-FIND-LOCATION THRU 3150-EXIT.
                 WRITE TREND-REPORT-RECORD FROM WS-SENSOR-LINE.
                 PERFORM 3200-REPORT-ONE-DAY THRU 3200-EXIT
                     UNTIL WS-END-OF-SORT
                        OR TS-SENSOR-ID NOT = WS-CUR-SENSOR.
                 IF WS-TT-DAYS = 0
                     MOVE 'NO READINGS IN THE REQUESTED RANGE'
                         TO ND-TEXT
                     WRITE TREND-REPORT-RECORD FROM WS-NO-DATA-LINE
                 PERFORM 3300-WRITE-WEEK-MOVEMENT THRU 3300-EXIT.
                 PERFORM 3400-WRITE-MONTH-COMPARE THRU 3400-EXIT.
                 WRITE TREND-REPORT-RECORD FROM WS-BLANK-LINE.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3150-FIND-LOCATION                                        *
      * READS THE SENSOR'S LOCATION FROM THE KEYED SENSOR        *
      * MASTER FOR THE SENSOR HEADING LINE.                      *
      *----------------------------------------------------------*
       3150-FIND-LOCATION.
                 MOVE 'UNKNOWN LOCATION' TO SL-LOCATION.
                 IF NOT WS-SEN-OPEN
                     GO TO 3150-EXIT
                 END-IF.
                 MOVE WS-CUR-SENSOR TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE SM-LOCATION TO SL-LOCATION
                 END-READ.
       3150-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3200-REPORT-ONE-DAY                                       *
      * A DAY IN THE REPORT RANGE GETS ITS OWN LINE AND COUNTS   *
      * TOWARDS THE PERIOD AND WEEK AVERAGES; A DAY IN THE SAME  *
      * PERIOD LAST MONTH COUNTS TOWARDS THE LAST-MONTH AVERAGE. *
      * A LONG RANGE CAN OVERLAP ITS OWN PRIOR MONTH, SO A DAY   *
      * MAY COUNT IN BOTH.                                       *
      *----------------------------------------------------------*
       3200-REPORT-ONE-DAY.
                 IF TS-SER >= WS-START-SER AND
                    TS-SER <= WS-END-SER
                     ADD 1 TO WS-TT-DAYS
                     MOVE TS-DATE TO DL-DATE
                     MOVE TS-COUNT TO DL-COUNT
                     MOVE TS-MIN TO DL-MIN
                     MOVE TS-MAX TO DL-MAX
                     MOVE TS-AVG TO DL-AVG
                     WRITE TREND-REPORT-RECORD FROM WS-DAY-LINE
                     ADD TS-AVG TO WS-TT-CUR-SUM
                     ADD 1 TO WS-TT-CUR-DAYS
                     IF TS-SER >= WS-WK1-LO-SER
                         ADD TS-AVG TO WS-TT-WK1-SUM
                         ADD 1 TO WS-TT-WK1-DAYS
                     END-IF
                     IF TS-SER >= WS-WK2-LO-SER AND
                        TS-SER <= WS-WK2-HI-SER
                         ADD TS-AVG TO WS-TT-WK2-SUM
                         ADD 1 TO WS-TT-WK2-DAYS
                     END-IF
                 END-IF.
                 IF TS-SER >= WS-LM-START-SER AND
                    TS-SER <= WS-LM-END-SER
                     ADD TS-AVG TO WS-TT-LM-SUM
                     ADD 1 TO WS-TT-LM-DAYS
                 END-IF.
                 PERFORM 3050-RETURN-HISTORY THRU 3050-EXIT.
       3200-EXIT.
                 EXIT.

      * MOVEMENT.                                                *
      *----------------------------------------------------------*
       3300-WRITE-WEEK-MOVEMENT.
                 IF WS-TT-WK1-DAYS = 0 OR
                    WS-TT-WK2-DAYS = 0
                     MOVE 'WEEK-OVER-WEEK: INSUFFICIENT HISTORY'
                         TO ND-TEXT
                     WRITE TREND-REPORT-RECORD FROM WS-NO-DATA-LINE
                     GO TO 3300-EXIT
                 END-IF.
                 COMPUTE WS-AVG-WORK ROUNDED =
                     WS-TT-WK1-SUM / WS-TT-WK1-DAYS.
                 COMPUTE WS-AVG-PRIOR ROUNDED =
                     WS-TT-WK2-SUM / WS-TT-WK2-DAYS.
                 COMPUTE WS-AVG-CHANGE =
                     WS-AVG-WORK - WS-AVG-PRIOR.
                 MOVE WS-AVG-WORK TO WL-THIS.
      * ONE CALENDAR MONTH EARLIER.                              *
      *----------------------------------------------------------*
       3400-WRITE-MONTH-COMPARE.
                 IF WS-TT-CUR-DAYS = 0 OR
                    WS-TT-LM-DAYS = 0
                     MOVE 'LAST-MONTH COMPARE: INSUFFICIENT HISTORY'
                         TO ND-TEXT
                     WRITE TREND-REPORT-RECORD FROM WS-NO-DATA-LINE
                     GO TO 3400-EXIT
                 END-IF.
                 COMPUTE WS-AVG-WORK ROUNDED =
                     WS-TT-CUR-SUM / WS-TT-CUR-DAYS.
                 COMPUTE WS-AVG-PRIOR ROUNDED =
                     WS-TT-LM-SUM / WS-TT-LM-DAYS.
                 COMPUTE WS-AVG-CHANGE =
                     WS-AVG-WORK - WS-AVG-PRIOR.
                 MOVE WS-AVG-WORK TO ML-THIS.

       8000-WRAP-UP.
                 CLOSE TREND-REPORT-FILE.
                 IF WS-SEN-OPEN
                     CLOSE SENSOR-MASTER-FILE
                 END-IF.
       8000-EXIT.
                 EXIT.

