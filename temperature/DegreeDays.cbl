       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGDAYS AS "DEGDAYS".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. HEATING AND COOLING DEGREE-  *
      *                DAY REPORT OVER THE TEMPHIST PER-SENSOR   *
      *                DAILY STATISTICS: FOR A PARM DATE RANGE   *
      *                IT ROLLS EACH SENSOR UP TO ITS ZONE (FROM *
      *                SM-ZONE-ID) AND EACH ZONE TO ITS BUILDING *
      *                (FROM ZONEMAST), AND LISTS DAILY AND      *
      *                MONTHLY COUNT-WEIGHTED AVERAGE, MINIMUM   *
      *                AND MAXIMUM TEMPERATURES WITH HEATING AND *
      *                COOLING DEGREE-DAYS AGAINST EACH ZONE'S   *
      *                BASE TEMPERATURE, PER ZONE AND PER        *
      *                BUILDING. THE SAME FIGURES GO TO THE      *
      *                FIXED-FORMAT DEGDEXT EXTRACT FOR THE      *
      *                ENERGY-BILLING SPREADSHEET. SENSORS WITH  *
      *                NO ZONE, OR A ZONE NOT ON ZONEMAST, ARE   *
      *                LISTED AS EXCEPTIONS.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SDSEL.

           COPY SENSEL.

           COPY ZNSEL.

           SELECT DEGREE-REPORT-FILE ASSIGN TO "DEGDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT DEGREE-EXTRACT-FILE ASSIGN TO "DEGDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT BUILDING-WORK-FILE ASSIGN TO "DEGDWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS WS-BW-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       COPY SDREC.

       COPY SENREC.

       COPY ZNREC.

       FD  DEGREE-REPORT-FILE.
       01  DEGREE-REPORT-RECORD        PIC X(80).

      *----------------------------------------------------------*
      * ONE EXTRACT RECORD PER ZONE OR BUILDING PER DAY OR       *
      * MONTH. EX-LEVEL IS Z (ZONE) OR B (BUILDING, WITH A BLANK *
      * ZONE AND A ZERO BASE); EX-PERIOD IS D (EX-DATE IS THE    *
      * DAY) OR M (EX-DATE IS YYYYMM AND TWO SPACES). COUNTS AND *
      * DEGREE-DAYS ARE ZERO-PADDED AND TEMPERATURES CARRY A     *
      * LEADING SIGN SO THE FILE LOADS STRAIGHT INTO A           *
      * SPREADSHEET.                                             *
      *----------------------------------------------------------*
       FD  DEGREE-EXTRACT-FILE.
       01  DEGREE-EXTRACT-RECORD.
           05  EX-LEVEL                PIC X(01).
           05  EX-PERIOD               PIC X(01).
           05  EX-BUILDING-ID          PIC X(08).
           05  EX-ZONE-ID              PIC X(08).
           05  EX-DATE                 PIC X(08).
           05  EX-READINGS             PIC 9(09).
           05  EX-AVG-TEMP             PIC S9(3)V9(3)
                                       SIGN LEADING SEPARATE.
           05  EX-MIN-TEMP             PIC S9(3)V9(3)
                                       SIGN LEADING SEPARATE.
           05  EX-MAX-TEMP             PIC S9(3)V9(3)
                                       SIGN LEADING SEPARATE.
           05  EX-BASE-TEMP            PIC S9(3)V9(3)
                                       SIGN LEADING SEPARATE.
           05  EX-HDD                  PIC 9(5)V9(3).
           05  EX-CDD                  PIC 9(5)V9(3).

      *----------------------------------------------------------*
      * ONE WORK RECORD PER BUILDING PER DAY, BUILT UP AS EACH   *
      * OF THE BUILDING'S ZONE-DAYS IS REPORTED: READINGS, THE   *
      * READING-WEIGHTED TEMPERATURE SUM, THE EXTREMES, AND THE  *
      * ZONE DEGREE-DAYS WEIGHTED BY EACH ZONE'S READINGS.       *
      * EMPTIED AT THE START OF EVERY RUN.                       *
      *----------------------------------------------------------*
       FD  BUILDING-WORK-FILE.
       01  BUILDING-WORK-RECORD.
           05  BW-KEY.
               10  BW-BUILDING-ID      PIC X(08).
               10  BW-DATE             PIC X(08).
           05  BW-COUNT                PIC 9(09).
           05  BW-TEMP-SUM             PIC S9(11)V9(3).
           05  BW-MIN                  PIC S9(3)V9(3).
           05  BW-MAX                  PIC S9(3)V9(3).
           05  BW-HDD-SUM              PIC 9(11)V9(3).
           05  BW-CDD-SUM              PIC 9(11)V9(3).

      *----------------------------------------------------------*
      * ONE TEMPHIST DAY IN THE REPORT RANGE, SORTED INTO        *
      * BUILDING, ZONE, DATE AND SENSOR ORDER. A SENSOR THAT     *
      * CANNOT BE PLACED IN A ZONE SORTS AFTER EVERY BUILDING    *
      * (DS-BUILDING-ID HIGH-VALUES) WITH ITS SENSOR ID IN       *
      * DS-ZONE-ID, SO ITS DAYS ARRIVE TOGETHER FOR THE          *
      * EXCEPTION LIST. DS-REASON SAYS WHY: U = NO ZONE ON THE   *
      * SENSOR MASTER, Z = ZONE NOT ON ZONEMAST (DS-BAD-ZONE),   *
      * S = SENSOR NOT ON THE SENSOR MASTER.                     *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  DS-BUILDING-ID          PIC X(08).
           05  DS-ZONE-ID              PIC X(08).
           05  DS-DATE                 PIC X(08).
           05  DS-SENSOR-ID            PIC X(08).
           05  DS-ZONE-NAME            PIC X(20).
           05  DS-BASE-TEMP            PIC S9(3)V9(3).
           05  DS-REASON               PIC X(01).
           05  DS-BAD-ZONE             PIC X(08).
           05  DS-COUNT                PIC 9(05).
           05  DS-MIN                  PIC S9(3)V9(3).
           05  DS-MAX                  PIC S9(3)V9(3).
           05  DS-AVG                  PIC S9(3)V9(3).

       WORKING-STORAGE SECTION.
       01  WS-SD-FILE-STATUS           PIC X(02).
           88  WS-SD-OK                VALUE '00'.

       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-ZN-FILE-STATUS           PIC X(02).
           88  WS-ZN-OK                VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-EXT-FILE-STATUS          PIC X(02).
           88  WS-EXT-OK               VALUE '00'.

       01  WS-BW-FILE-STATUS           PIC X(02).
           88  WS-BW-OK                VALUE '00'.

       01  WS-END-OF-HIST-SW           PIC X(01).
           88  WS-END-OF-HIST          VALUE 'Y'.

       01  WS-END-OF-SORT-SW           PIC X(01).
           88  WS-END-OF-SORT          VALUE 'Y'.

       01  WS-END-OF-WORK-SW           PIC X(01).
           88  WS-END-OF-WORK          VALUE 'Y'.

       01  WS-HIST-FAILED-SW           PIC X(01).
           88  WS-HIST-FAILED          VALUE 'Y'.

       01  WS-WORK-FAILED-SW           PIC X(01).
           88  WS-WORK-FAILED          VALUE 'Y'.

       01  WS-BW-NEW-SW                PIC X(01).
           88  WS-BW-NEW               VALUE 'Y'.

       01  WS-START-DATE               PIC X(08).
       01  WS-END-DATE                 PIC X(08).

       01  WS-ZONE-DAYS                PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT          PIC 9(05) COMP.
       01  WS-EXC-DAYS                 PIC 9(05) COMP.

      *----------------------------------------------------------*
      * THE BUILDING, ZONE, MONTH AND DAY CURRENTLY BEING        *
      * REPORTED, RESET AT EACH CONTROL BREAK ON THE SORTED      *
      * HISTORY (OR, FOR THE BUILDING TOTALS, ON DEGDWORK).      *
      *----------------------------------------------------------*
       01  WS-CUR-BUILDING             PIC X(08).
       01  WS-CUR-ZONE                 PIC X(08).
       01  WS-CUR-BASE                 PIC S9(3)V9(3).
       01  WS-CUR-MONTH                PIC X(06).
       01  WS-CUR-DATE                 PIC X(08).
       01  WS-CUR-SENSOR               PIC X(08).

       01  WS-DY-COUNT                 PIC 9(09) COMP.
       01  WS-DY-SUM                   PIC S9(11)V9(3).
       01  WS-DY-MIN                   PIC S9(3)V9(3).
       01  WS-DY-MAX                   PIC S9(3)V9(3).

       01  WS-MO-COUNT                 PIC 9(09) COMP.
       01  WS-MO-SUM                   PIC S9(13)V9(3).
       01  WS-MO-MIN                   PIC S9(3)V9(3).
       01  WS-MO-MAX                   PIC S9(3)V9(3).
       01  WS-MO-HDD                   PIC 9(5)V9(3).
       01  WS-MO-CDD                   PIC 9(5)V9(3).

       01  WS-MEAN                     PIC S9(3)V9(3).
       01  WS-HDD                      PIC 9(5)V9(3).
       01  WS-CDD                      PIC 9(5)V9(3).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(19) VALUE
                   'DEGREE-DAY REPORT, '.
           05  HL-START                PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  HL-END                  PIC X(08).
           05  FILLER                  PIC X(42) VALUE SPACE.

       01  WS-BUILDING-LINE.
           05  FILLER                  PIC X(09) VALUE 'BUILDING '.
           05  BL-ID                   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BL-TEXT                 PIC X(20).
           05  FILLER                  PIC X(42) VALUE SPACE.

       01  WS-ZONE-LINE.
           05  FILLER                  PIC X(07) VALUE '  ZONE '.
           05  ZL-ID                   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ZL-NAME                 PIC X(20).
           05  FILLER                  PIC X(06) VALUE ' BASE='.
           05  ZL-BASE                 PIC -999.999.
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
                   '  DATE             READINGS  AVG TEMP  M'.
           05  FILLER                  PIC X(40) VALUE
                   'IN TEMP  MAX TEMP        HDD        CDD '.

       01  WS-DAY-LINE.
           05  DL-LABEL                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-AVG                  PIC -999.999.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-MIN                  PIC -999.999.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-MAX                  PIC -999.999.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-HDD                  PIC ZZZZ9.999.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-CDD                  PIC ZZZZ9.999.
           05  FILLER                  PIC X(05) VALUE SPACE.

       01  WS-DAY-LABEL.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DLB-DATE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.

       01  WS-MONTH-LABEL.
           05  FILLER                  PIC X(06) VALUE 'MONTH '.
           05  MLB-MONTH               PIC X(06).

       01  WS-SECTION-LINE.
           05  SEC-TITLE               PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-SENSOR              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXL-REASON              PIC X(36).
           05  FILLER                  PIC X(06) VALUE ' DAYS='.
           05  EXL-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACE.

       01  WS-NO-DATA-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ND-TEXT                 PIC X(40).
           05  FILLER                  PIC X(38) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   'TOTALS: ZONE-DAYS='.
           05  TL-ZONE-DAYS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
                   ' EXCEPTIONS='.
           05  TL-EXCEPTIONS           PIC ZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-SORT-HISTORY THRU 2000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * THE PARM CARRIES THE REPORT RANGE AS 'YYYYMMDD YYYYMMDD' *
      * (START AND END, END INCLUSIVE). OPENS THE REPORT, THE    *
      * EXTRACT, BOTH MASTERS AND THE BUILDING WORK FILE, WHICH  *
      * IS EMPTIED FIRST. A BAD PARM OR OPEN FAILURE ENDS THE    *
      * STEP WITH RETURN CODE 8.                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-ZONE-DAYS.
                 MOVE 0 TO WS-EXCEPTION-COUNT.
                 MOVE 'N' TO WS-HIST-FAILED-SW.
                 MOVE 'N' TO WS-WORK-FAILED-SW.
                 IF LS-PARM-LENGTH < 17 OR
                    LS-PARM-TEXT(1:8) IS NOT NUMERIC OR
                    LS-PARM-TEXT(10:8) IS NOT NUMERIC
                     DISPLAY 'PARM must carry the report range as '
                         'YYYYMMDD YYYYMMDD'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE LS-PARM-TEXT(1:8) TO WS-START-DATE.
                 MOVE LS-PARM-TEXT(10:8) TO WS-END-DATE.
                 IF WS-START-DATE > WS-END-DATE
                     DISPLAY 'PARM start date is after the end date'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT DEGREE-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open DEGREE-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT DEGREE-EXTRACT-FILE.
                 IF NOT WS-EXT-OK
                     DISPLAY 'Unable to open DEGREE-EXTRACT-FILE, '
                         'status ' WS-EXT-FILE-STATUS
                     CLOSE DEGREE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-START-DATE TO HL-START.
                 MOVE WS-END-DATE TO HL-END.
                 WRITE DEGREE-REPORT-RECORD FROM WS-HEADING-LINE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BLANK-LINE.
                 PERFORM 1100-OPEN-MASTERS THRU 1100-EXIT.
       1000-EXIT.
                 EXIT.

       1100-OPEN-MASTERS.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     CLOSE DEGREE-REPORT-FILE
                     CLOSE DEGREE-EXTRACT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT ZONE-MASTER-FILE.
                 IF NOT WS-ZN-OK
                     DISPLAY 'Unable to open ZONE-MASTER-FILE, '
                         'status ' WS-ZN-FILE-STATUS
                     CLOSE DEGREE-REPORT-FILE
                     CLOSE DEGREE-EXTRACT-FILE
                     CLOSE SENSOR-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT BUILDING-WORK-FILE.
                 IF WS-BW-OK
                     CLOSE BUILDING-WORK-FILE
                     OPEN I-O BUILDING-WORK-FILE
                 END-IF.
                 IF NOT WS-BW-OK
                     DISPLAY 'Unable to open BUILDING-WORK-FILE, '
                         'status ' WS-BW-FILE-STATUS
                     CLOSE DEGREE-REPORT-FILE
                     CLOSE DEGREE-EXTRACT-FILE
                     CLOSE SENSOR-MASTER-FILE
                     CLOSE ZONE-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-HISTORY                                         *
      * SORTS THE HISTORY DAYS IN THE RANGE INTO BUILDING, ZONE  *
      * AND DATE ORDER AND WRITES THE REPORT AND EXTRACT FROM    *
      * THE SORTED DAYS. A HISTORY FILE THAT CANNOT BE OPENED, A *
      * FAILED SORT OR A FAILED WORK-FILE UPDATE ENDS THE STEP   *
      * WITH RETURN CODE 8.                                      *
      *----------------------------------------------------------*
       2000-SORT-HISTORY.
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY DS-BUILDING-ID DS-ZONE-ID
                                      DS-DATE DS-SENSOR-ID
                     INPUT PROCEDURE IS 2100-RELEASE-HISTORY
                         THRU 2100-EXIT
                     OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                         THRU 3000-EXIT.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of TEMPHIST failed, return '
                         SORT-RETURN
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-HIST-FAILED OR WS-WORK-FAILED
                     MOVE 8 TO RETURN-CODE
                 END-IF.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2100-RELEASE-HISTORY                                      *
      * SORT INPUT PROCEDURE: TEMPHIST LEADS WITH THE DATE, SO   *
      * THE PASS STARTS AT THE FIRST DAY OF THE RANGE AND STOPS  *
      * AT THE FIRST RECORD AFTER ITS LAST DAY. EACH DAY IS      *
      * PLACED IN ITS ZONE AND BUILDING BY DIRECT READS OF THE   *
      * SENSOR AND ZONE MASTERS.                                 *
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
                 MOVE WS-START-DATE TO SD-DATE.
                 MOVE LOW-VALUES TO SD-SENSOR-ID.
                 START SENSOR-DAILY-FILE
                     KEY IS NOT LESS THAN SD-HIST-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                 END-START.
                 IF NOT WS-END-OF-HIST
                     PERFORM 2150-READ-HISTORY THRU 2150-EXIT
                 END-IF.
                 PERFORM 2200-RELEASE-ONE-DAY THRU 2200-EXIT
                     UNTIL WS-END-OF-HIST.
                 CLOSE SENSOR-DAILY-FILE.
       2100-EXIT.
                 EXIT.

       2150-READ-HISTORY.
                 READ SENSOR-DAILY-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                     NOT AT END
                         IF SD-DATE > WS-END-DATE
                             MOVE 'Y' TO WS-END-OF-HIST-SW
                         END-IF
                 END-READ.
       2150-EXIT.
                 EXIT.

       2200-RELEASE-ONE-DAY.
                 MOVE SD-DATE TO DS-DATE.
                 MOVE SD-SENSOR-ID TO DS-SENSOR-ID.
                 MOVE SD-COUNT TO DS-COUNT.
                 MOVE SD-MIN TO DS-MIN.
                 MOVE SD-MAX TO DS-MAX.
                 MOVE SD-AVG TO DS-AVG.
                 MOVE SPACES TO DS-ZONE-NAME.
                 MOVE SPACES TO DS-BAD-ZONE.
                 MOVE SPACE TO DS-REASON.
                 MOVE 0 TO DS-BASE-TEMP.
                 MOVE SD-SENSOR-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         MOVE 'S' TO DS-REASON
                         GO TO 2200-EXCEPTION
                 END-READ.
                 IF SM-ZONE-ID = SPACES
                     MOVE 'U' TO DS-REASON
                     GO TO 2200-EXCEPTION
                 END-IF.
                 MOVE SM-ZONE-ID TO ZN-ZONE-ID.
                 READ ZONE-MASTER-FILE
                     INVALID KEY
                         MOVE 'Z' TO DS-REASON
                         MOVE SM-ZONE-ID TO DS-BAD-ZONE
                         GO TO 2200-EXCEPTION
                 END-READ.
                 MOVE ZN-BUILDING-ID TO DS-BUILDING-ID.
                 MOVE ZN-ZONE-ID TO DS-ZONE-ID.
                 MOVE ZN-ZONE-NAME TO DS-ZONE-NAME.
                 MOVE ZN-BASE-TEMP TO DS-BASE-TEMP.
                 RELEASE SORT-WORK-RECORD.
                 GO TO 2200-NEXT.
       2200-EXCEPTION.
                 MOVE HIGH-VALUES TO DS-BUILDING-ID.
                 MOVE SD-SENSOR-ID TO DS-ZONE-ID.
                 RELEASE SORT-WORK-RECORD.
       2200-NEXT.
                 PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-WRITE-REPORT                                         *
      * SORT OUTPUT PROCEDURE: ONE SECTION PER BUILDING, HOLDING *
      * A SUB-SECTION PER ZONE AND THEN THE BUILDING'S OWN DAILY *
      * AND MONTHLY FIGURES, FOLLOWED BY THE LIST OF SENSORS     *
      * THAT COULD NOT BE PLACED IN A ZONE.                      *
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
                     WRITE DEGREE-REPORT-RECORD FROM WS-NO-DATA-LINE
                     GO TO 3000-EXIT
                 END-IF.
                 PERFORM 3100-REPORT-ONE-BUILDING THRU 3100-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-BUILDING-ID = HIGH-VALUES.
                 IF NOT WS-END-OF-SORT
                     PERFORM 3700-REPORT-EXCEPTIONS THRU 3700-EXIT
                 END-IF.
       3000-EXIT.
                 EXIT.

       3050-RETURN-HISTORY.
                 RETURN SORT-WORK-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-SORT-SW
                 END-RETURN.
       3050-EXIT.
                 EXIT.

       3100-REPORT-ONE-BUILDING.
                 MOVE DS-BUILDING-ID TO WS-CUR-BUILDING.
                 MOVE WS-CUR-BUILDING TO BL-ID.
                 MOVE SPACES TO BL-TEXT.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BUILDING-LINE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BLANK-LINE.
                 PERFORM 3200-REPORT-ONE-ZONE THRU 3200-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-BUILDING-ID NOT = WS-CUR-BUILDING.
                 PERFORM 3500-REPORT-BUILDING-DAYS THRU 3500-EXIT.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BLANK-LINE.
       3100-EXIT.
                 EXIT.

       3200-REPORT-ONE-ZONE.
                 MOVE DS-ZONE-ID TO WS-CUR-ZONE.
                 MOVE DS-BASE-TEMP TO WS-CUR-BASE.
                 MOVE DS-ZONE-ID TO ZL-ID.
                 MOVE DS-ZONE-NAME TO ZL-NAME.
                 MOVE DS-BASE-TEMP TO ZL-BASE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-ZONE-LINE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-COLUMN-LINE.
                 PERFORM 3250-REPORT-ZONE-MONTH THRU 3250-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-BUILDING-ID NOT = WS-CUR-BUILDING
                        OR DS-ZONE-ID NOT = WS-CUR-ZONE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BLANK-LINE.
       3200-EXIT.
                 EXIT.

       3250-REPORT-ZONE-MONTH.
                 MOVE DS-DATE(1:6) TO WS-CUR-MONTH.
                 PERFORM 9200-RESET-MONTH THRU 9200-EXIT.
                 PERFORM 3300-REPORT-ZONE-DAY THRU 3300-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-BUILDING-ID NOT = WS-CUR-BUILDING
                        OR DS-ZONE-ID NOT = WS-CUR-ZONE
                        OR DS-DATE(1:6) NOT = WS-CUR-MONTH.
                 MOVE 'Z' TO EX-LEVEL.
                 MOVE WS-CUR-ZONE TO EX-ZONE-ID.
                 MOVE WS-CUR-BASE TO EX-BASE-TEMP.
                 PERFORM 9300-WRITE-MONTH THRU 9300-EXIT.
       3250-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3300-REPORT-ZONE-DAY                                      *
      * COMBINES EVERY SENSOR-DAY IN THE ZONE FOR ONE DATE: THE  *
      * ZONE'S MEAN IS THE READING-WEIGHTED AVERAGE OF ITS       *
      * SENSORS' DAILY AVERAGES, AND ITS DEGREE-DAYS ARE HOW FAR *
      * THAT MEAN FELL BELOW (HEATING) OR ROSE ABOVE (COOLING)   *
      * THE ZONE'S BASE TEMPERATURE. THE DAY IS ALSO POSTED TO   *
      * THE BUILDING WORK FILE.                                  *
      *----------------------------------------------------------*
       3300-REPORT-ZONE-DAY.
                 MOVE DS-DATE TO WS-CUR-DATE.
                 MOVE 0 TO WS-DY-COUNT.
                 MOVE 0 TO WS-DY-SUM.
                 MOVE 999.999 TO WS-DY-MIN.
                 MOVE -999.999 TO WS-DY-MAX.
                 PERFORM 3310-ADD-SENSOR-DAY THRU 3310-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-BUILDING-ID NOT = WS-CUR-BUILDING
                        OR DS-ZONE-ID NOT = WS-CUR-ZONE
                        OR DS-DATE NOT = WS-CUR-DATE.
                 IF WS-DY-COUNT = 0
                     GO TO 3300-EXIT
                 END-IF.
                 COMPUTE WS-MEAN ROUNDED = WS-DY-SUM / WS-DY-COUNT.
                 PERFORM 9100-DEGREE-DAYS THRU 9100-EXIT.
                 ADD 1 TO WS-ZONE-DAYS.
                 MOVE 'Z' TO EX-LEVEL.
                 MOVE WS-CUR-ZONE TO EX-ZONE-ID.
                 MOVE WS-CUR-BASE TO EX-BASE-TEMP.
                 PERFORM 9400-WRITE-DAY THRU 9400-EXIT.
                 PERFORM 3400-POST-BUILDING-DAY THRU 3400-EXIT.
       3300-EXIT.
                 EXIT.

       3310-ADD-SENSOR-DAY.
                 ADD DS-COUNT TO WS-DY-COUNT.
                 COMPUTE WS-DY-SUM = WS-DY-SUM + DS-AVG * DS-COUNT.
                 IF DS-MIN < WS-DY-MIN
                     MOVE DS-MIN TO WS-DY-MIN
                 END-IF.
                 IF DS-MAX > WS-DY-MAX
                     MOVE DS-MAX TO WS-DY-MAX
                 END-IF.
                 PERFORM 3050-RETURN-HISTORY THRU 3050-EXIT.
       3310-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3400-POST-BUILDING-DAY                                    *
      * ADDS THE ZONE-DAY JUST REPORTED TO ITS BUILDING'S        *
      * RECORD FOR THE DATE ON DEGDWORK. THE DEGREE-DAYS ARE     *
      * WEIGHTED BY THE ZONE'S READINGS, SINCE ZONES IN ONE      *
      * BUILDING MAY HAVE DIFFERENT BASE TEMPERATURES AND THEIR  *
      * DEGREE-DAYS CANNOT SIMPLY BE SUMMED. A FAILED UPDATE     *
      * ENDS THE STEP WITH RETURN CODE 8 ONCE THE REPORT ENDS.   *
      *----------------------------------------------------------*
       3400-POST-BUILDING-DAY.
                 MOVE 'N' TO WS-BW-NEW-SW.
                 MOVE WS-CUR-BUILDING TO BW-BUILDING-ID.
                 MOVE WS-CUR-DATE TO BW-DATE.
                 READ BUILDING-WORK-FILE
                     INVALID KEY
                         MOVE 'Y' TO WS-BW-NEW-SW
                 END-READ.
                 IF WS-BW-NEW
                     MOVE 0 TO BW-COUNT
                     MOVE 0 TO BW-TEMP-SUM
                     MOVE WS-DY-MIN TO BW-MIN
                     MOVE WS-DY-MAX TO BW-MAX
                     MOVE 0 TO BW-HDD-SUM
                     MOVE 0 TO BW-CDD-SUM
                 END-IF.
                 ADD WS-DY-COUNT TO BW-COUNT.
                 ADD WS-DY-SUM TO BW-TEMP-SUM.
                 IF WS-DY-MIN < BW-MIN
                     MOVE WS-DY-MIN TO BW-MIN
                 END-IF.
                 IF WS-DY-MAX > BW-MAX
                     MOVE WS-DY-MAX TO BW-MAX
                 END-IF.
                 COMPUTE BW-HDD-SUM = BW-HDD-SUM + WS-HDD * WS-DY-COUNT.
                 COMPUTE BW-CDD-SUM = BW-CDD-SUM + WS-CDD * WS-DY-COUNT.
                 IF WS-BW-NEW
                     WRITE BUILDING-WORK-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-WORK-FAILED-SW
                     END-WRITE
                 ELSE
                     REWRITE BUILDING-WORK-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-WORK-FAILED-SW
                     END-REWRITE
                 END-IF.
                 IF NOT WS-BW-OK
                     DISPLAY 'Unable to update BUILDING-WORK-FILE, '
                         'status ' WS-BW-FILE-STATUS
                     MOVE 'Y' TO WS-WORK-FAILED-SW
                 END-IF.
       3400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3500-REPORT-BUILDING-DAYS                                 *
      * READS THE BUILDING'S DAYS BACK FROM DEGDWORK IN DATE     *
      * ORDER AND REPORTS THEM WITH MONTHLY TOTALS, THE SAME     *
      * LAYOUT AS A ZONE.                                        *
      *----------------------------------------------------------*
       3500-REPORT-BUILDING-DAYS.
                 MOVE WS-CUR-BUILDING TO BL-ID.
                 MOVE 'ALL ZONES' TO BL-TEXT.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BUILDING-LINE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-COLUMN-LINE.
                 MOVE 'N' TO WS-END-OF-WORK-SW.
                 MOVE WS-CUR-BUILDING TO BW-BUILDING-ID.
                 MOVE LOW-VALUES TO BW-DATE.
                 START BUILDING-WORK-FILE
                     KEY IS NOT LESS THAN BW-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-WORK-SW
                 END-START.
                 IF NOT WS-END-OF-WORK
                     PERFORM 3510-READ-WORK THRU 3510-EXIT
                 END-IF.
                 PERFORM 3550-REPORT-BUILDING-MONTH THRU 3550-EXIT
                     UNTIL WS-END-OF-WORK.
       3500-EXIT.
                 EXIT.

       3510-READ-WORK.
                 READ BUILDING-WORK-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-WORK-SW
                     NOT AT END
                         IF BW-BUILDING-ID NOT = WS-CUR-BUILDING
                             MOVE 'Y' TO WS-END-OF-WORK-SW
                         END-IF
                 END-READ.
       3510-EXIT.
                 EXIT.

       3550-REPORT-BUILDING-MONTH.
                 MOVE BW-DATE(1:6) TO WS-CUR-MONTH.
                 PERFORM 9200-RESET-MONTH THRU 9200-EXIT.
                 PERFORM 3560-REPORT-BUILDING-DAY THRU 3560-EXIT
                     UNTIL WS-END-OF-WORK
                        OR BW-DATE(1:6) NOT = WS-CUR-MONTH.
                 MOVE 'B' TO EX-LEVEL.
                 MOVE SPACES TO EX-ZONE-ID.
                 MOVE 0 TO EX-BASE-TEMP.
                 PERFORM 9300-WRITE-MONTH THRU 9300-EXIT.
       3550-EXIT.
                 EXIT.

       3560-REPORT-BUILDING-DAY.
                 MOVE BW-DATE TO WS-CUR-DATE.
                 MOVE BW-COUNT TO WS-DY-COUNT.
                 MOVE BW-TEMP-SUM TO WS-DY-SUM.
                 MOVE BW-MIN TO WS-DY-MIN.
                 MOVE BW-MAX TO WS-DY-MAX.
                 COMPUTE WS-MEAN ROUNDED = BW-TEMP-SUM / BW-COUNT.
                 COMPUTE WS-HDD ROUNDED = BW-HDD-SUM / BW-COUNT.
                 COMPUTE WS-CDD ROUNDED = BW-CDD-SUM / BW-COUNT.
                 MOVE 'B' TO EX-LEVEL.
                 MOVE SPACES TO EX-ZONE-ID.
                 MOVE 0 TO EX-BASE-TEMP.
                 PERFORM 9400-WRITE-DAY THRU 9400-EXIT.
                 PERFORM 3510-READ-WORK THRU 3510-EXIT.
       3560-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3700-REPORT-EXCEPTIONS                                    *
      * LISTS EACH SENSOR ON TEMPHIST IN THE RANGE THAT COULD    *
      * NOT BE PLACED IN A ZONE, WITH THE REASON AND THE NUMBER  *
      * OF DAYS LEFT OUT OF THE ZONE AND BUILDING FIGURES.       *
      *----------------------------------------------------------*
       3700-REPORT-EXCEPTIONS.
                 MOVE 'SENSORS NOT ASSIGNED TO A ZONE' TO SEC-TITLE.
                 WRITE DEGREE-REPORT-RECORD FROM WS-SECTION-LINE.
                 PERFORM 3710-REPORT-ONE-SENSOR THRU 3710-EXIT
                     UNTIL WS-END-OF-SORT.
                 WRITE DEGREE-REPORT-RECORD FROM WS-BLANK-LINE.
       3700-EXIT.
                 EXIT.

       3710-REPORT-ONE-SENSOR.
                 MOVE DS-ZONE-ID TO WS-CUR-SENSOR.
                 MOVE SPACES TO EXL-REASON.
                 EVALUATE DS-REASON
                     WHEN 'U'
                         MOVE 'NO ZONE ON SENSOR MASTER' TO EXL-REASON
                     WHEN 'Z'
                         STRING 'ZONE ' DS-BAD-ZONE
                             ' NOT ON ZONEMAST'
                             DELIMITED BY SIZE INTO EXL-REASON
                     WHEN OTHER
                         MOVE 'NOT ON SENSOR MASTER' TO EXL-REASON
                 END-EVALUATE.
                 MOVE 0 TO WS-EXC-DAYS.
                 PERFORM 3720-COUNT-SENSOR-DAY THRU 3720-EXIT
                     UNTIL WS-END-OF-SORT
                        OR DS-ZONE-ID NOT = WS-CUR-SENSOR.
                 MOVE WS-CUR-SENSOR TO EXL-SENSOR.
                 MOVE WS-EXC-DAYS TO EXL-DAYS.
                 WRITE DEGREE-REPORT-RECORD FROM WS-EXCEPTION-LINE.
                 ADD 1 TO WS-EXCEPTION-COUNT.
       3710-EXIT.
                 EXIT.

       3720-COUNT-SENSOR-DAY.
                 ADD 1 TO WS-EXC-DAYS.
                 PERFORM 3050-RETURN-HISTORY THRU 3050-EXIT.
       3720-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY SENSOR WAS PLACED IN A    *
      * ZONE, 4 WHEN ANY WERE LISTED AS EXCEPTIONS, 8 WHEN THE   *
      * REPORT COULD NOT BE PRODUCED.                            *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-ZONE-DAYS TO TL-ZONE-DAYS.
                 MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTIONS.
                 WRITE DEGREE-REPORT-RECORD FROM WS-TOTAL-LINE.
                 CLOSE DEGREE-REPORT-FILE.
                 CLOSE DEGREE-EXTRACT-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 CLOSE ZONE-MASTER-FILE.
                 CLOSE BUILDING-WORK-FILE.
                 IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
       8000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 9100-DEGREE-DAYS                                          *
      * HEATING AND COOLING DEGREE-DAYS FOR ONE DAY FROM WS-MEAN *
      * AND THE ZONE'S BASE TEMPERATURE. AT MOST ONE OF THE TWO  *
      * IS EVER ABOVE ZERO.                                      *
      *----------------------------------------------------------*
       9100-DEGREE-DAYS.
                 MOVE 0 TO WS-HDD.
                 MOVE 0 TO WS-CDD.
                 IF WS-MEAN < WS-CUR-BASE
                     COMPUTE WS-HDD = WS-CUR-BASE - WS-MEAN
                 END-IF.
                 IF WS-MEAN > WS-CUR-BASE
                     COMPUTE WS-CDD = WS-MEAN - WS-CUR-BASE
                 END-IF.
       9100-EXIT.
                 EXIT.

       9200-RESET-MONTH.
                 MOVE 0 TO WS-MO-COUNT.
                 MOVE 0 TO WS-MO-SUM.
                 MOVE 999.999 TO WS-MO-MIN.
                 MOVE -999.999 TO WS-MO-MAX.
                 MOVE 0 TO WS-MO-HDD.
                 MOVE 0 TO WS-MO-CDD.
       9200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 9300-WRITE-MONTH                                          *
      * WRITES THE MONTH LINE AND EXTRACT RECORD FOR THE ZONE OR *
      * BUILDING NOW ENDING A MONTH. THE CALLER SETS EX-LEVEL,   *
      * EX-ZONE-ID AND EX-BASE-TEMP. THE MONTH'S DEGREE-DAYS ARE *
      * THE SUM OF ITS DAYS'; ITS AVERAGE IS WEIGHTED BY THE     *
      * READINGS BEHIND EACH DAY.                                *
      *----------------------------------------------------------*
       9300-WRITE-MONTH.
                 IF WS-MO-COUNT = 0
                     GO TO 9300-EXIT
                 END-IF.
                 COMPUTE WS-MEAN ROUNDED = WS-MO-SUM / WS-MO-COUNT.
                 MOVE WS-CUR-MONTH TO MLB-MONTH.
                 MOVE WS-MONTH-LABEL TO DL-LABEL.
                 MOVE WS-MO-COUNT TO DL-COUNT.
                 MOVE WS-MEAN TO DL-AVG.
                 MOVE WS-MO-MIN TO DL-MIN.
                 MOVE WS-MO-MAX TO DL-MAX.
                 MOVE WS-MO-HDD TO DL-HDD.
                 MOVE WS-MO-CDD TO DL-CDD.
                 WRITE DEGREE-REPORT-RECORD FROM WS-DAY-LINE.
                 MOVE 'M' TO EX-PERIOD.
                 MOVE WS-CUR-BUILDING TO EX-BUILDING-ID.
                 MOVE WS-CUR-MONTH TO EX-DATE.
                 MOVE WS-MO-COUNT TO EX-READINGS.
                 MOVE WS-MEAN TO EX-AVG-TEMP.
                 MOVE WS-MO-MIN TO EX-MIN-TEMP.
                 MOVE WS-MO-MAX TO EX-MAX-TEMP.
                 MOVE WS-MO-HDD TO EX-HDD.
                 MOVE WS-MO-CDD TO EX-CDD.
                 WRITE DEGREE-EXTRACT-RECORD.
       9300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 9400-WRITE-DAY                                            *
      * WRITES THE DAY LINE AND EXTRACT RECORD FOR THE ZONE OR   *
      * BUILDING DAY IN WS-DY-xxx, WS-MEAN, WS-HDD AND WS-CDD,   *
      * AND ADDS THE DAY TO THE MONTH'S TOTALS. THE CALLER SETS  *
      * EX-LEVEL, EX-ZONE-ID AND EX-BASE-TEMP.                   *
      *----------------------------------------------------------*
       9400-WRITE-DAY.
                 MOVE WS-CUR-DATE TO DLB-DATE.
                 MOVE WS-DAY-LABEL TO DL-LABEL.
                 MOVE WS-DY-COUNT TO DL-COUNT.
                 MOVE WS-MEAN TO DL-AVG.
                 MOVE WS-DY-MIN TO DL-MIN.
                 MOVE WS-DY-MAX TO DL-MAX.
                 MOVE WS-HDD TO DL-HDD.
                 MOVE WS-CDD TO DL-CDD.
                 WRITE DEGREE-REPORT-RECORD FROM WS-DAY-LINE.
                 MOVE 'D' TO EX-PERIOD.
                 MOVE WS-CUR-BUILDING TO EX-BUILDING-ID.
                 MOVE WS-CUR-DATE TO EX-DATE.
                 MOVE WS-DY-COUNT TO EX-READINGS.
                 MOVE WS-MEAN TO EX-AVG-TEMP.
                 MOVE WS-DY-MIN TO EX-MIN-TEMP.
                 MOVE WS-DY-MAX TO EX-MAX-TEMP.
                 MOVE WS-HDD TO EX-HDD.
                 MOVE WS-CDD TO EX-CDD.
                 WRITE DEGREE-EXTRACT-RECORD.
                 ADD WS-DY-COUNT TO WS-MO-COUNT.
                 ADD WS-DY-SUM TO WS-MO-SUM.
                 IF WS-DY-MIN < WS-MO-MIN
                     MOVE WS-DY-MIN TO WS-MO-MIN
                 END-IF.
                 IF WS-DY-MAX > WS-MO-MAX
                     MOVE WS-DY-MAX TO WS-MO-MAX
                 END-IF.
                 ADD WS-HDD TO WS-MO-HDD.
                 ADD WS-CDD TO WS-MO-CDD.
       9400-EXIT.
                 EXIT.

       END PROGRAM DEGDAYS.
