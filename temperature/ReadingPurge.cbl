       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDHPURGE AS "RDHPURGE".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. RETENTION PURGE FOR THE      *
      *                KEYED READHIST READING HISTORY: DELETES   *
      *                EVERY READING WHOSE TIMESTAMP IS OLDER    *
      *                THAN THE PARM RETENTION IN DAYS, SO THE   *
      *                FILE DOES NOT GROW WITHOUT BOUND, AND     *
      *                RECORDS THE PURGE ON THE AUDIT LOG.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RHSEL.

           SELECT PURGE-REPORT-FILE ASSIGN TO "RDPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RHREC.

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD         PIC X(80).

       COPY LOGREC.

       WORKING-STORAGE SECTION.
       01  WS-RH-FILE-STATUS           PIC X(02).
           88  WS-RH-OK                VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-END-OF-HIST-SW           PIC X(01).
           88  WS-END-OF-HIST          VALUE 'Y'.

       01  WS-PURGE-FAILED-SW          PIC X(01).
           88  WS-PURGE-FAILED         VALUE 'Y'.

       01  WS-RETAIN-DAYS              PIC 9(04).
       01  WS-RUN-DATE                 PIC X(08).
       01  WS-CUTOFF-SER               PIC 9(07) COMP.

       01  WS-READ-COUNT               PIC 9(07) COMP.
       01  WS-PURGED-COUNT             PIC 9(07) COMP.
       01  WS-KEPT-COUNT               PIC 9(07) COMP.

      *----------------------------------------------------------*
      * WORK FIELDS FOR 9000-DATE-TO-SERIAL, WHICH TURNS A       *
      * YYYYMMDD DATE INTO A DAY NUMBER SO THE PURGE CUTOFF      *
      * REDUCES TO ORDINARY ARITHMETIC.                          *
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
                   'READHIST PURGE RUN DATE '.
           05  TL-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(11) VALUE
                   ' RETAINING '.
           05  TL-RETAIN-DAYS          PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(27) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  SL-READ                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' PURGED='.
           05  SL-PURGED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' KEPT='.
           05  SL-KEPT                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(31) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-PURGE-HISTORY THRU 2000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * THE PARM CARRIES THE RETENTION IN DAYS, UP TO FOUR       *
      * DIGITS; NO PARM MEANS 365 DAYS. A READING IS KEPT WHILE  *
      * ITS TIMESTAMP DATE IS NO MORE THAN THAT MANY DAYS BEFORE *
      * THE RUN DATE. A BAD PARM OR OPEN FAILURE ENDS THE STEP   *
      * WITH RETURN CODE 8 BEFORE ANYTHING IS DELETED.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-READ-COUNT.
                 MOVE 0 TO WS-PURGED-COUNT.
                 MOVE 0 TO WS-KEPT-COUNT.
                 MOVE 'N' TO WS-PURGE-FAILED-SW.
                 IF LS-PARM-LENGTH = 0
                     MOVE 365 TO WS-RETAIN-DAYS
                 ELSE
                     IF LS-PARM-LENGTH > 4 OR
                        LS-PARM-TEXT(1:LS-PARM-LENGTH) IS NOT NUMERIC
                         DISPLAY 'PARM must carry the retention in '
                             'days, up to four digits'
                         MOVE 8 TO RETURN-CODE
                         GO TO 0000-STOP
                     END-IF
                     MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH)
                         TO WS-RETAIN-DAYS
                 END-IF.
                 IF WS-RETAIN-DAYS = 0
                     DISPLAY 'PARM retention must be at least one day'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 MOVE WS-RUN-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 COMPUTE WS-CUTOFF-SER = WS-DC-SERIAL - WS-RETAIN-DAYS.
                 OPEN OUTPUT PURGE-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open PURGE-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O READING-HISTORY-FILE.
                 IF NOT WS-RH-OK
                     DISPLAY 'Unable to open READING-HISTORY-FILE, '
                         'status ' WS-RH-FILE-STATUS
                     CLOSE PURGE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-RUN-DATE TO TL-RUN-DATE.
                 MOVE WS-RETAIN-DAYS TO TL-RETAIN-DAYS.
                 WRITE PURGE-REPORT-RECORD FROM WS-TITLE-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-PURGE-HISTORY                                        *
      * READS THE WHOLE HISTORY AND DELETES EACH READING OLDER   *
      * THAN THE CUTOFF. A READING WHOSE TIMESTAMP DATE IS NOT   *
      * NUMERIC IS KEPT. A FAILED DELETE STOPS THE PURGE AND     *
      * ENDS THE STEP WITH RETURN CODE 8.                        *
      *----------------------------------------------------------*
       2000-PURGE-HISTORY.
                 MOVE 'N' TO WS-END-OF-HIST-SW.
                 PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
                 PERFORM 2200-PURGE-ONE-READING THRU 2200-EXIT
                     UNTIL WS-END-OF-HIST.
       2000-EXIT.
                 EXIT.

       2100-READ-HISTORY.
                 READ READING-HISTORY-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                     NOT AT END
                         ADD 1 TO WS-READ-COUNT
                 END-READ.
       2100-EXIT.
                 EXIT.

       2200-PURGE-ONE-READING.
                 IF RH-TIMESTAMP(1:8) IS NOT NUMERIC
                     ADD 1 TO WS-KEPT-COUNT
                     GO TO 2200-NEXT
                 END-IF.
                 MOVE RH-TIMESTAMP(1:8) TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 IF WS-DC-SERIAL NOT < WS-CUTOFF-SER
                     ADD 1 TO WS-KEPT-COUNT
                     GO TO 2200-NEXT
                 END-IF.
                 DELETE READING-HISTORY-FILE
                     INVALID KEY
                         DISPLAY 'Unable to delete sensor '
                             RH-SENSOR-ID ', timestamp ' RH-TIMESTAMP
                             ', status ' WS-RH-FILE-STATUS
                         MOVE 'Y' TO WS-PURGE-FAILED-SW
                         MOVE 'Y' TO WS-END-OF-HIST-SW
                         GO TO 2200-EXIT
                 END-DELETE.
                 ADD 1 TO WS-PURGED-COUNT.
       2200-NEXT.
                 PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2200-EXIT.
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
                 MOVE 'RDHPURGE' TO LOG-PROGRAM.
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
      * WRITES THE TOTALS LINE, RECORDS THE PURGE ON THE AUDIT   *
      * LOG (LOG-INPUT-1 THE RETENTION, LOG-INPUT-2 READINGS     *
      * READ, LOG-RESULT READINGS PURGED), CLOSES THE FILES AND  *
      * SETS RETURN CODE 8 IF A DELETE FAILED.                   *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-READ-COUNT TO SL-READ.
                 MOVE WS-PURGED-COUNT TO SL-PURGED.
                 MOVE WS-KEPT-COUNT TO SL-KEPT.
                 WRITE PURGE-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 MOVE SPACES TO LOG-USER-ID.
                 MOVE TL-RETAIN-DAYS TO LOG-INPUT-1.
                 MOVE SL-READ TO LOG-INPUT-2.
                 MOVE 'P' TO LOG-OPERATION.
                 MOVE SL-PURGED TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
                 CLOSE READING-HISTORY-FILE.
                 CLOSE PURGE-REPORT-FILE.
                 IF WS-PURGE-FAILED
                     MOVE 8 TO RETURN-CODE
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

       END PROGRAM RDHPURGE.
