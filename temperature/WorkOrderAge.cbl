       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOAGE AS "WOAGE".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. AGEING REPORT FOR THE        *
      *                FACILITIES SUPERVISOR: LISTS EVERY WORK   *
      *                ORDER STILL OPEN ON WORKOPEN MORE THAN    *
      *                THE PARM NUMBER OF DAYS AFTER SENHEALTH   *
      *                RAISED IT, OLDEST FIRST, WITH THE NUMBER  *
      *                OF HEALTH RUNS THAT HAVE SEEN THE FAULT   *
      *                SINCE.                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOSEL.

           SELECT AGEING-REPORT-FILE ASSIGN TO "WOAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       COPY WOREC.

       FD  AGEING-REPORT-FILE.
       01  AGEING-REPORT-RECORD        PIC X(80).

      *----------------------------------------------------------*
      * ONE OPEN ORDER OLDER THAN THE PARM LIMIT, SORTED OLDEST  *
      * FIRST AND BY ORDER NUMBER WITHIN THE DAY.                *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  AS-OPEN-DATE            PIC X(08).
           05  AS-ORDER-NO             PIC X(15).
           05  AS-SENSOR-ID            PIC X(08).
           05  AS-REASON               PIC X(08).
           05  AS-DAYS-OPEN            PIC 9(05).
           05  AS-TIMES-FOUND          PIC 9(05).
           05  AS-LAST-SEEN            PIC X(08).
           05  AS-LOCATION             PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-OW-FILE-STATUS           PIC X(02).
           88  WS-OW-OK                VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-END-OF-ORDERS-SW         PIC X(01).
           88  WS-END-OF-ORDERS        VALUE 'Y'.

       01  WS-END-OF-SORT-SW           PIC X(01).
           88  WS-END-OF-SORT          VALUE 'Y'.

       01  WS-ORDERS-FAILED-SW         PIC X(01).
           88  WS-ORDERS-FAILED        VALUE 'Y'.

       01  WS-AGE-LIMIT                PIC 9(03).
       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-SERIAL               PIC 9(07) COMP.
       01  WS-DAYS-OPEN                PIC 9(05) COMP.

       01  WS-ORDERS-OPEN              PIC 9(05) COMP.
       01  WS-ORDERS-AGED              PIC 9(05) COMP.

      *----------------------------------------------------------*
      * WORK FIELDS FOR 9000-DATE-TO-SERIAL, WHICH TURNS A       *
      * YYYYMMDD DATE INTO A DAY NUMBER FOR AGEING.              *
      *----------------------------------------------------------*
       01  WS-DC-DATE                  PIC X(08).
       01  WS-DC-DATE-NUM REDEFINES WS-DC-DATE.
           05  WS-DC-YEAR              PIC 9(04).
           05  WS-DC-MONTH             PIC 9(02).
           05  WS-DC-DAY               PIC 9(02).
       01  WS-DC-SERIAL                PIC 9(07) COMP.
       01  WS-DC-Y                     PIC 9(04) COMP.
       01  WS-DC-M                     PIC 9(02) COMP.
       01  WS-DC-T1                    PIC 9(04) COMP.
       01  WS-DC-T2                    PIC 9(04) COMP.
       01  WS-DC-T3                    PIC 9(04) COMP.
       01  WS-DC-T4                    PIC 9(04) COMP.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(25) VALUE
                   'WORK ORDERS OPEN OVER '.
           05  TL-AGE-LIMIT            PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE
                   ' DAYS AS AT '.
           05  TL-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACE.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   'ORDER NUMBER'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SENSOR'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'REASON'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'OPENED'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'DAYS'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'RUNS'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'LASTSEEN'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE 'LOCATION'.
           05  FILLER                  PIC X(02) VALUE SPACE.

       01  WS-REPORT-LINE.
           05  RL-ORDER-NO             PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-SENSOR-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REASON               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-OPEN-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DAYS-OPEN            PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TIMES-FOUND          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-LAST-SEEN            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-LOCATION             PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACE.

       01  WS-NO-DATA-LINE.
           05  FILLER                  PIC X(80) VALUE
                   'NO WORK ORDERS OPEN OVER THE AGE LIMIT'.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'OPEN='.
           05  SL-OPEN                 PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' AGED='.
           05  SL-AGED                 PIC ZZZZ9.
           05  FILLER                  PIC X(50) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-SORT-ORDERS THRU 2000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * THE PARM CARRIES THE AGE LIMIT IN DAYS, UP TO THREE      *
      * DIGITS; NO PARM MEANS 7 DAYS. OPENS THE REPORT AND THE   *
      * OPEN-ORDER FILE. A BAD PARM OR OPEN FAILURE ENDS THE     *
      * STEP WITH RETURN CODE 8.                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-ORDERS-OPEN.
                 MOVE 0 TO WS-ORDERS-AGED.
                 MOVE 'N' TO WS-ORDERS-FAILED-SW.
                 IF LS-PARM-LENGTH = 0
                     MOVE 7 TO WS-AGE-LIMIT
                 ELSE
                     IF LS-PARM-LENGTH > 3 OR
                        LS-PARM-TEXT(1:LS-PARM-LENGTH) IS NOT NUMERIC
                         DISPLAY 'PARM must carry the age limit in '
                             'days, up to three digits'
                         MOVE 8 TO RETURN-CODE
                         GO TO 0000-STOP
                     END-IF
                     MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH)
                         TO WS-AGE-LIMIT
                 END-IF.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 MOVE WS-RUN-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE WS-DC-SERIAL TO WS-RUN-SERIAL.
                 OPEN OUTPUT AGEING-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open AGEING-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT OPEN-ORDER-FILE.
                 IF NOT WS-OW-OK
                     DISPLAY 'Unable to open OPEN-ORDER-FILE, '
                         'status ' WS-OW-FILE-STATUS
                     CLOSE AGEING-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-AGE-LIMIT TO TL-AGE-LIMIT.
                 MOVE WS-RUN-DATE TO TL-RUN-DATE.
                 WRITE AGEING-REPORT-RECORD FROM WS-TITLE-LINE.
                 WRITE AGEING-REPORT-RECORD FROM WS-HEADING-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-SORT-ORDERS                                          *
      * SORTS THE ORDERS OVER THE AGE LIMIT OLDEST FIRST AND     *
      * REPORTS THEM. A FAILED SORT OR READ OF WORKOPEN ENDS THE *
      * STEP WITH RETURN CODE 8.                                 *
      *----------------------------------------------------------*
       2000-SORT-ORDERS.
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY AS-OPEN-DATE AS-ORDER-NO
                     INPUT PROCEDURE IS 2100-RELEASE-ORDERS
                         THRU 2100-EXIT
                     OUTPUT PROCEDURE IS 3000-WRITE-REPORT
                         THRU 3000-EXIT.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of WORKOPEN failed, return '
                         SORT-RETURN
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-ORDERS-FAILED
                     MOVE 8 TO RETURN-CODE
                 END-IF.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2100-RELEASE-ORDERS                                       *
      * SORT INPUT PROCEDURE: READS WORKOPEN FROM THE START AND  *
      * RELEASES EACH ORDER OPEN LONGER THAN THE AGE LIMIT.      *
      *----------------------------------------------------------*
       2100-RELEASE-ORDERS.
                 MOVE 'N' TO WS-END-OF-ORDERS-SW.
                 PERFORM 2200-RELEASE-ONE-ORDER THRU 2200-EXIT
                     UNTIL WS-END-OF-ORDERS.
       2100-EXIT.
                 EXIT.

       2200-RELEASE-ONE-ORDER.
                 READ OPEN-ORDER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-ORDERS-SW
                         GO TO 2200-EXIT
                 END-READ.
                 IF NOT WS-OW-OK
                     DISPLAY 'Unable to read OPEN-ORDER-FILE, '
                         'status ' WS-OW-FILE-STATUS
                     MOVE 'Y' TO WS-ORDERS-FAILED-SW
                     MOVE 'Y' TO WS-END-OF-ORDERS-SW
                     GO TO 2200-EXIT
                 END-IF.
                 ADD 1 TO WS-ORDERS-OPEN.
                 IF OW-OPEN-DATE IS NOT NUMERIC
                     DISPLAY 'Order ' OW-ORDER-NO
                         ' has no usable open date'
                     GO TO 2200-EXIT
                 END-IF.
                 MOVE OW-OPEN-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 IF WS-DC-SERIAL NOT < WS-RUN-SERIAL
                     GO TO 2200-EXIT
                 END-IF.
                 COMPUTE WS-DAYS-OPEN = WS-RUN-SERIAL - WS-DC-SERIAL.
                 IF WS-DAYS-OPEN NOT > WS-AGE-LIMIT
                     GO TO 2200-EXIT
                 END-IF.
                 MOVE OW-OPEN-DATE TO AS-OPEN-DATE.
                 MOVE OW-ORDER-NO TO AS-ORDER-NO.
                 MOVE OW-SENSOR-ID TO AS-SENSOR-ID.
                 MOVE OW-REASON TO AS-REASON.
                 MOVE WS-DAYS-OPEN TO AS-DAYS-OPEN.
                 MOVE OW-TIMES-FOUND TO AS-TIMES-FOUND.
                 MOVE OW-LAST-SEEN TO AS-LAST-SEEN.
                 MOVE OW-LOCATION TO AS-LOCATION.
                 RELEASE SORT-WORK-RECORD.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-WRITE-REPORT                                         *
      * SORT OUTPUT PROCEDURE: ONE LINE PER AGED ORDER.          *
      *----------------------------------------------------------*
       3000-WRITE-REPORT.
                 MOVE 'N' TO WS-END-OF-SORT-SW.
                 PERFORM 3050-RETURN-ORDER THRU 3050-EXIT.
                 IF WS-END-OF-SORT
                     WRITE AGEING-REPORT-RECORD FROM WS-NO-DATA-LINE
                     GO TO 3000-EXIT
                 END-IF.
                 PERFORM 3100-REPORT-ONE-ORDER THRU 3100-EXIT
                     UNTIL WS-END-OF-SORT.
       3000-EXIT.
                 EXIT.

       3050-RETURN-ORDER.
                 RETURN SORT-WORK-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-SORT-SW
                 END-RETURN.
       3050-EXIT.
                 EXIT.

       3100-REPORT-ONE-ORDER.
                 ADD 1 TO WS-ORDERS-AGED.
                 MOVE AS-ORDER-NO TO RL-ORDER-NO.
                 MOVE AS-SENSOR-ID TO RL-SENSOR-ID.
                 MOVE AS-REASON TO RL-REASON.
                 MOVE AS-OPEN-DATE TO RL-OPEN-DATE.
                 MOVE AS-DAYS-OPEN TO RL-DAYS-OPEN.
                 MOVE AS-TIMES-FOUND TO RL-TIMES-FOUND.
                 MOVE AS-LAST-SEEN TO RL-LAST-SEEN.
                 MOVE AS-LOCATION TO RL-LOCATION.
                 WRITE AGEING-REPORT-RECORD FROM WS-REPORT-LINE.
                 PERFORM 3050-RETURN-ORDER THRU 3050-EXIT.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN NO ORDER IS OVER THE AGE LIMIT, *
      * 4 WHEN ANY ARE LISTED, 8 WHEN THE SORT OR WORKOPEN       *
      * FAILED.                                                  *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-ORDERS-OPEN TO SL-OPEN.
                 MOVE WS-ORDERS-AGED TO SL-AGED.
                 WRITE AGEING-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 CLOSE OPEN-ORDER-FILE.
                 CLOSE AGEING-REPORT-FILE.
                 IF RETURN-CODE NOT = 8 AND WS-ORDERS-AGED > 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
       8000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 9000-DATE-TO-SERIAL                                       *
      * TURNS THE YYYYMMDD DATE IN WS-DC-DATE INTO A DAY NUMBER  *
      * IN WS-DC-SERIAL. CONSECUTIVE DATES YIELD CONSECUTIVE     *
      * NUMBERS ACROSS MONTH AND YEAR ENDS. JANUARY AND FEBRUARY *
      * ARE COUNTED AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE *
      * LEAP DAY FALLS AT THE END OF THE CYCLE.                  *
      *----------------------------------------------------------*
       9000-DATE-TO-SERIAL.
                 IF WS-DC-MONTH > 2
                     MOVE WS-DC-YEAR TO WS-DC-Y
                     MOVE WS-DC-MONTH TO WS-DC-M
                 ELSE
                     COMPUTE WS-DC-Y = WS-DC-YEAR - 1
                     COMPUTE WS-DC-M = WS-DC-MONTH + 12
                 END-IF.
                 DIVIDE WS-DC-Y BY 4 GIVING WS-DC-T1.
                 DIVIDE WS-DC-Y BY 100 GIVING WS-DC-T2.
                 DIVIDE WS-DC-Y BY 400 GIVING WS-DC-T3.
                 COMPUTE WS-DC-T4 = 153 * (WS-DC-M + 1).
                 DIVIDE WS-DC-T4 BY 5 GIVING WS-DC-T4.
                 COMPUTE WS-DC-SERIAL =
                     365 * WS-DC-Y + WS-DC-T1 - WS-DC-T2 + WS-DC-T3
                     + WS-DC-T4 + WS-DC-DAY - 693900.
       9000-EXIT.
                 EXIT.

       END PROGRAM WOAGE.
