       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDHEXT AS "RDHEXT".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. EXTRACTS INDIVIDUAL READINGS *
      *                FROM THE KEYED READHIST READING HISTORY   *
      *                FOR A LIST OF SENSORS (OR EVERY SENSOR)   *
      *                AND A PARM DATE/TIME RANGE INTO THE       *
      *                COMMA-DELIMITED RDHEXTO FILE FOR THE      *
      *                ENGINEERS, WITH A COUNT PER SENSOR ON THE *
      *                RDXRPT REPORT AND THE RUN RECORDED ON THE *
      *                AUDIT LOG.                                *
      * 2026-10-15 JB  READING COUNTS WIDENED TO SEVEN DIGITS SO *
      *                AN ALL-SENSOR EXTRACT OVER A LONG RANGE   *
      *                NO LONGER WRAPS THE TOTALS.               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RHSEL.

           SELECT SENSOR-LIST-FILE ASSIGN TO "RDXLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "RDHEXTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO "RDXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RHREC.

      *----------------------------------------------------------*
      * ONE SENSOR ID PER RECORD. BLANK RECORDS ARE IGNORED; A   *
      * MISSING OR EMPTY LIST EXTRACTS EVERY SENSOR.             *
      *----------------------------------------------------------*
       FD  SENSOR-LIST-FILE.
       01  SENSOR-LIST-RECORD.
           05  SL-SENSOR-ID            PIC X(08).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD              PIC X(86).

       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-REPORT-RECORD       PIC X(80).

       COPY LOGREC.

       WORKING-STORAGE SECTION.
       01  WS-RH-FILE-STATUS           PIC X(02).
           88  WS-RH-OK                VALUE '00'.

       01  WS-SL-FILE-STATUS           PIC X(02).
           88  WS-SL-OK                VALUE '00'.

       01  WS-EXT-FILE-STATUS          PIC X(02).
           88  WS-EXT-OK               VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-USE-LIST-SW              PIC X(01).
           88  WS-USE-LIST             VALUE 'Y'.

       01  WS-END-OF-LIST-SW           PIC X(01).
           88  WS-END-OF-LIST          VALUE 'Y'.

       01  WS-END-OF-HIST-SW           PIC X(01).
           88  WS-END-OF-HIST          VALUE 'Y'.

       01  WS-FROM-TS                  PIC X(14).
       01  WS-TO-TS                    PIC X(14).
       01  WS-CUR-SENSOR               PIC X(08).

       01  WS-SENSOR-COUNT             PIC 9(07) COMP.
       01  WS-TOTAL-COUNT              PIC 9(07) COMP.
       01  WS-SENSORS-LISTED           PIC 9(07) COMP.
       01  WS-SENSORS-EMPTY            PIC 9(07) COMP.

       01  WS-EXTRACT-HEADING.
           05  FILLER                  PIC X(43) VALUE
                   'SENSOR,TIMESTAMP,UNIT,RAW,OFFSET,CALIBRATED'.
           05  FILLER                  PIC X(43) VALUE
                   ',CELSIUS,FAHRENHEIT,KELVIN,BREACH,ALERT'.

       01  WS-EXTRACT-LINE.
           05  XL-SENSOR-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-TIMESTAMP            PIC X(14).
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-UNIT-FLAG            PIC 9(01).
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-RAW-VALUE            PIC ---9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-CAL-OFFSET           PIC ---9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-CALIBRATED           PIC ---9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-CELSIUS              PIC ----9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-FAHRENHEIT           PIC ----9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-KELVIN               PIC ----9.999.
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-BREACH               PIC X(01).
           05  FILLER                  PIC X(01) VALUE ','.
           05  XL-ALERT                PIC X(01).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'READINGS FROM '.
           05  TL-FROM-TS              PIC X(14).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  TL-TO-TS                PIC X(14).
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-SENSOR-LINE.
           05  FILLER                  PIC X(07) VALUE 'SENSOR '.
           05  SNL-SENSOR-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'READINGS='.
           05  SNL-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SNL-NOTE                PIC X(20).
           05  FILLER                  PIC X(27) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(09) VALUE 'READINGS='.
           05  SL-TOTAL                PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' SENSORS='.
           05  SL-SENSORS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' EMPTY='.
           05  SL-EMPTY                PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 IF WS-USE-LIST
                     PERFORM 2000-EXTRACT-LISTED THRU 2000-EXIT
                 ELSE
                     PERFORM 2500-EXTRACT-ALL THRU 2500-EXIT
                 END-IF.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * THE PARM CARRIES THE RANGE EITHER AS DATES,              *
      * 'YYYYMMDD YYYYMMDD', COVERING THE WHOLE OF BOTH DAYS, OR *
      * AS TIMESTAMPS, 'YYYYMMDDHHMMSS YYYYMMDDHHMMSS', BOTH     *
      * ENDS INCLUSIVE. OPENS THE HISTORY, THE EXTRACT AND THE   *
      * REPORT AND LOOKS FOR A SENSOR LIST. A BAD PARM OR OPEN   *
      * FAILURE ENDS THE STEP WITH RETURN CODE 8.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-TOTAL-COUNT.
                 MOVE 0 TO WS-SENSORS-LISTED.
                 MOVE 0 TO WS-SENSORS-EMPTY.
                 EVALUATE TRUE
                     WHEN LS-PARM-LENGTH = 17 AND
                          LS-PARM-TEXT(1:8) IS NUMERIC AND
                          LS-PARM-TEXT(10:8) IS NUMERIC
                         MOVE LS-PARM-TEXT(1:8) TO WS-FROM-TS
                         MOVE '000000' TO WS-FROM-TS(9:6)
                         MOVE LS-PARM-TEXT(10:8) TO WS-TO-TS
                         MOVE '235959' TO WS-TO-TS(9:6)
                     WHEN LS-PARM-LENGTH = 29 AND
                          LS-PARM-TEXT(1:14) IS NUMERIC AND
                          LS-PARM-TEXT(16:14) IS NUMERIC
                         MOVE LS-PARM-TEXT(1:14) TO WS-FROM-TS
                         MOVE LS-PARM-TEXT(16:14) TO WS-TO-TS
                     WHEN OTHER
                         DISPLAY 'PARM must carry the range as '
                             'YYYYMMDD YYYYMMDD or '
                             'YYYYMMDDHHMMSS YYYYMMDDHHMMSS'
                         MOVE 8 TO RETURN-CODE
                         GO TO 0000-STOP
                 END-EVALUATE.
                 IF WS-FROM-TS > WS-TO-TS
                     DISPLAY 'PARM start is after the end'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT READING-HISTORY-FILE.
                 IF NOT WS-RH-OK
                     DISPLAY 'Unable to open READING-HISTORY-FILE, '
                         'status ' WS-RH-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT EXTRACT-FILE.
                 IF NOT WS-EXT-OK
                     DISPLAY 'Unable to open EXTRACT-FILE, '
                         'status ' WS-EXT-FILE-STATUS
                     CLOSE READING-HISTORY-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT EXTRACT-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open EXTRACT-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE READING-HISTORY-FILE
                     CLOSE EXTRACT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE 'N' TO WS-USE-LIST-SW.
                 MOVE 'N' TO WS-END-OF-LIST-SW.
                 OPEN INPUT SENSOR-LIST-FILE.
                 IF WS-SL-OK
                     PERFORM 1100-READ-LIST THRU 1100-EXIT
                     IF WS-END-OF-LIST
                         CLOSE SENSOR-LIST-FILE
                     ELSE
                         MOVE 'Y' TO WS-USE-LIST-SW
                     END-IF
                 ELSE
                     DISPLAY 'No RDXLIST sensor list, status '
                         WS-SL-FILE-STATUS ', extracting every sensor'
                 END-IF.
                 MOVE WS-FROM-TS TO TL-FROM-TS.
                 MOVE WS-TO-TS TO TL-TO-TS.
                 WRITE EXTRACT-REPORT-RECORD FROM WS-TITLE-LINE.
                 WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADING.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1100-READ-LIST                                            *
      * READS THE NEXT NON-BLANK SENSOR ID FROM THE LIST.        *
      *----------------------------------------------------------*
       1100-READ-LIST.
                 READ SENSOR-LIST-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-LIST-SW
                         GO TO 1100-EXIT
                 END-READ.
                 IF SL-SENSOR-ID = SPACES
                     GO TO 1100-READ-LIST
                 END-IF.
       1100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-EXTRACT-LISTED                                       *
      * FOR EACH SENSOR ON THE LIST, STARTS THE HISTORY AT THAT  *
      * SENSOR AND THE RANGE START AND READS FORWARD UNTIL THE   *
      * SENSOR CHANGES OR THE RANGE ENDS. A LISTED SENSOR WITH   *
      * NO READINGS IN THE RANGE IS NOTED ON THE REPORT.         *
      *----------------------------------------------------------*
       2000-EXTRACT-LISTED.
                 PERFORM 2100-EXTRACT-ONE-SENSOR THRU 2100-EXIT
                     UNTIL WS-END-OF-LIST.
                 CLOSE SENSOR-LIST-FILE.
       2000-EXIT.
                 EXIT.

       2100-EXTRACT-ONE-SENSOR.
                 MOVE SL-SENSOR-ID TO WS-CUR-SENSOR.
                 MOVE 0 TO WS-SENSOR-COUNT.
                 MOVE 'N' TO WS-END-OF-HIST-SW.
                 MOVE SL-SENSOR-ID TO RH-SENSOR-ID.
                 MOVE WS-FROM-TS TO RH-TIMESTAMP.
                 START READING-HISTORY-FILE
                     KEY IS NOT LESS THAN RH-READING-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                 END-START.
                 PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
                 PERFORM 2300-TAKE-SENSOR-READING THRU 2300-EXIT
                     UNTIL WS-END-OF-HIST
                        OR RH-SENSOR-ID NOT = WS-CUR-SENSOR
                        OR RH-TIMESTAMP > WS-TO-TS.
                 PERFORM 3100-WRITE-SENSOR-LINE THRU 3100-EXIT.
                 PERFORM 1100-READ-LIST THRU 1100-EXIT.
       2100-EXIT.
                 EXIT.

       2200-READ-HISTORY.
                 IF WS-END-OF-HIST
                     GO TO 2200-EXIT
                 END-IF.
                 READ READING-HISTORY-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                 END-READ.
       2200-EXIT.
                 EXIT.

       2300-TAKE-SENSOR-READING.
                 PERFORM 3000-WRITE-EXTRACT-LINE THRU 3000-EXIT.
                 PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
       2300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2500-EXTRACT-ALL                                          *
      * WITH NO SENSOR LIST, READS THE WHOLE HISTORY IN SENSOR   *
      * ORDER, TAKES EVERY READING IN THE RANGE AND REPORTS THE  *
      * COUNT FOR EACH SENSOR THAT HAD ANY.                      *
      *----------------------------------------------------------*
       2500-EXTRACT-ALL.
                 MOVE 'N' TO WS-END-OF-HIST-SW.
                 MOVE SPACES TO WS-CUR-SENSOR.
                 MOVE 0 TO WS-SENSOR-COUNT.
                 PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
                 PERFORM 2600-TAKE-ANY-READING THRU 2600-EXIT
                     UNTIL WS-END-OF-HIST.
                 IF WS-SENSOR-COUNT > 0
                     PERFORM 3100-WRITE-SENSOR-LINE THRU 3100-EXIT
                 END-IF.
       2500-EXIT.
                 EXIT.

       2600-TAKE-ANY-READING.
                 IF RH-TIMESTAMP < WS-FROM-TS OR
                    RH-TIMESTAMP > WS-TO-TS
                     GO TO 2600-NEXT
                 END-IF.
                 IF RH-SENSOR-ID NOT = WS-CUR-SENSOR
                     IF WS-SENSOR-COUNT > 0
                         PERFORM 3100-WRITE-SENSOR-LINE THRU 3100-EXIT
                     END-IF
                     MOVE RH-SENSOR-ID TO WS-CUR-SENSOR
                     MOVE 0 TO WS-SENSOR-COUNT
                 END-IF.
                 PERFORM 3000-WRITE-EXTRACT-LINE THRU 3000-EXIT.
       2600-NEXT.
                 PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
       2600-EXIT.
                 EXIT.

       3000-WRITE-EXTRACT-LINE.
                 MOVE RH-SENSOR-ID TO XL-SENSOR-ID.
                 MOVE RH-TIMESTAMP TO XL-TIMESTAMP.
                 MOVE RH-UNIT-FLAG TO XL-UNIT-FLAG.
                 MOVE RH-RAW-VALUE TO XL-RAW-VALUE.
                 MOVE RH-CAL-OFFSET TO XL-CAL-OFFSET.
                 MOVE RH-CALIBRATED TO XL-CALIBRATED.
                 MOVE RH-CELSIUS TO XL-CELSIUS.
                 MOVE RH-FAHRENHEIT TO XL-FAHRENHEIT.
                 MOVE RH-KELVIN TO XL-KELVIN.
                 MOVE RH-BREACH TO XL-BREACH.
                 MOVE RH-ALERT TO XL-ALERT.
                 WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE.
                 ADD 1 TO WS-SENSOR-COUNT.
                 ADD 1 TO WS-TOTAL-COUNT.
       3000-EXIT.
                 EXIT.

       3100-WRITE-SENSOR-LINE.
                 ADD 1 TO WS-SENSORS-LISTED.
                 MOVE WS-CUR-SENSOR TO SNL-SENSOR-ID.
                 MOVE WS-SENSOR-COUNT TO SNL-COUNT.
                 IF WS-SENSOR-COUNT = 0
                     ADD 1 TO WS-SENSORS-EMPTY
                     MOVE 'NONE IN RANGE' TO SNL-NOTE
                 ELSE
                     MOVE SPACES TO SNL-NOTE
                 END-IF.
                 WRITE EXTRACT-REPORT-RECORD FROM WS-SENSOR-LINE.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7000-WRITE-AUDIT-LOG                                      *
      * APPENDS ONE RECORD TO THE SHARED LOG-FILE. CALLERS FILL  *
      * IN LOG-USER-ID, LOG-INPUT-1, LOG-INPUT-2, LOG-OPERATION  *
      * AND LOG-RESULT BEFORE PERFORMING THIS PARAGRAPH.         *
      *----------------------------------------------------------*
       7000-WRITE-AUDIT-LOG.
                 ACCEPT LOG-DATE FROM DATE YYYYMMDD.
                 ACCEPT LOG-TIME FROM TIME.
                 MOVE 'RDHEXT' TO LOG-PROGRAM.
                 IF WS-LOG-RUN-ID = SPACES
                     MOVE LOG-DATE TO WS-LOG-RUN-ID(1:8)
                     MOVE LOG-TIME(1:6) TO WS-LOG-RUN-ID(9:6)
                 END-IF.
                 MOVE WS-LOG-RUN-ID TO LOG-RUN-ID.
                 ADD 1 TO WS-LOG-SEQ.
                 MOVE WS-LOG-SEQ TO LOG-SEQ.
                 OPEN EXTEND LOG-FILE.
                 IF NOT WS-LOG-FILE-OK
                     DISPLAY 'Unable to open LOG-FILE, status '
                         WS-LOG-FILE-STATUS
                     GO TO 7000-EXIT
                 END-IF.
                 WRITE LOG-RECORD.
                 CLOSE LOG-FILE.
       7000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, RECORDS THE EXTRACT ON THE AUDIT *
      * LOG (LOG-INPUT-1/2 THE RANGE, LOG-RESULT THE READINGS    *
      * EXTRACTED), CLOSES THE FILES AND SETS THE STEP RETURN    *
      * CODE: 0 WHEN READINGS WERE EXTRACTED FOR EVERY SENSOR, 4 *
      * WHEN NOTHING WAS EXTRACTED OR A LISTED SENSOR HAD NONE.  *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-TOTAL-COUNT TO SL-TOTAL.
                 MOVE WS-SENSORS-LISTED TO SL-SENSORS.
                 MOVE WS-SENSORS-EMPTY TO SL-EMPTY.
                 WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 MOVE SPACES TO LOG-USER-ID.
                 MOVE WS-FROM-TS TO LOG-INPUT-1.
                 MOVE WS-TO-TS TO LOG-INPUT-2.
                 MOVE 'X' TO LOG-OPERATION.
                 MOVE SL-TOTAL TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
                 CLOSE READING-HISTORY-FILE.
                 CLOSE EXTRACT-FILE.
                 CLOSE EXTRACT-REPORT-FILE.
                 IF WS-TOTAL-COUNT = 0 OR WS-SENSORS-EMPTY > 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM RDHEXT.
