      *                (RRSEL/RRREC COPYBOOKS) SO THE GATEKEEP    *
      *                STEP CAN ENFORCE RUN-ONCE-PER-DAY AND JOB  *
      *                ORDER ACROSS THE BATCH WINDOW.             *
      * 2026-10-15 JB  THE SENSOR MASTER IS NOW KEYED AND READ    *
      *                DIRECTLY FOR EACH READING INSTEAD OF BEING *
      *                LOADED INTO A 20-ENTRY TABLE. THE PER-     *
      *                SENSOR RUN STATISTICS MOVED FROM THE TABLE *
      *                AND THE CHECKPOINT RECORD TO THE KEYED     *
      *                TEMPSTAT WORK FILE, WHICH A RESTART PICKS  *
      *                UP AS IT STANDS, SO THE CHECKPOINT STAYS A *
      *                SMALL FIXED RECORD HOWEVER MANY SENSORS    *
      *                REPORT.                                    *
      * 2026-10-15 JB  EVERY ACCEPTED READING IS NOW ALSO WRITTEN *
      *                TO THE KEYED READHIST READING HISTORY      *
      *                (RHSEL/RHREC COPYBOOKS, KEY SENSOR PLUS    *
      *                TIMESTAMP) WITH ITS RAW VALUE, THE         *
      *                CALIBRATION OFFSET APPLIED, THE VALUE IN   *
      *                CELSIUS, FAHRENHEIT AND KELVIN AND ANY     *
      *                LIMIT BREACH OR ALERT, SO SINGLE READINGS  *
      *                CAN BE EXTRACTED BY RDHEXT INSTEAD OF      *
      *                SCRAPED FROM OLD TEMPRPT REPORTS. A        *
      *                RESTART REWRITES THE RECORDS OF READINGS   *
      *                IT REPROCESSES.                            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT SENSOR-STATS-FILE ASSIGN TO "TEMPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SENSOR-ID
               FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           COPY SDSEL.

           COPY RHSEL.

           COPY RRSEL.

           COPY LOGSEL.
           05  TCKPT-TOTAL             PIC S9(07)V9(03).
           05  TCKPT-MIN               PIC S9(03)V9(03).
           05  TCKPT-MAX               PIC S9(03)V9(03).
           05  TCKPT-ALERT-COUNT       PIC 9(05).
           05  TCKPT-CONSEC-ENTRY OCCURS 4 TIMES
                                       PIC 9(02).

      *----------------------------------------------------------*
      * ONE RECORD PER SENSOR THAT HAS CONVERTED A CLEAN READING *
      * THIS RUN. A FRESH RUN EMPTIES THE FILE; A RESTART KEEPS  *
      * IT, SO THE PER-SENSOR STATISTICS SURVIVE A FAILURE       *
      * WITHOUT RIDING THE CHECKPOINT RECORD. SS-LAST-READING IS *
      * THE READING NUMBER LAST ADDED IN, SO A READING ADDED     *
      * JUST BEFORE A FAILURE IS NOT ADDED A SECOND TIME WHEN    *
      * THE RESTART REPROCESSES IT.                              *
      *----------------------------------------------------------*
       FD  SENSOR-STATS-FILE.
       01  SENSOR-STATS-RECORD.
           05  SS-SENSOR-ID            PIC X(08).
           05  SS-COUNT                PIC 9(05).
           05  SS-TOTAL                PIC S9(07)V9(03).
           05  SS-MIN                  PIC S9(03)V9(03).
           05  SS-MAX                  PIC S9(03)V9(03).
           05  SS-LAST-READING         PIC 9(05).

       FD  SYSIN-FILE.
       01  SYSIN-RECORD.
           05  SI-CONVERTER            PIC 9.

       COPY SDREC.

       COPY RHREC.

       COPY RRREC.

       COPY LOGREC.
       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-SS-FILE-STATUS           PIC X(02).
           88  WS-SS-OK                VALUE '00'.

       01  WS-END-OF-STATS-SW          PIC X(01).
           88  WS-END-OF-STATS         VALUE 'Y'.

       01  WS-SS-NEW-SW                PIC X(01).
           88  WS-SS-NEW               VALUE 'Y'.

       01  WS-TRJ-FILE-STATUS          PIC X(02).
           88  WS-TRJ-OK               VALUE '00'.

       01  WS-RGC-FILE-STATUS          PIC X(02).
           88  WS-RGC-OK               VALUE '00'.

       01  WS-RH-FILE-STATUS           PIC X(02).
           88  WS-RH-OK                VALUE '00'.

       01  WS-BREACH-FLAG              PIC X(01).
       01  WS-ALERT-WRITTEN-SW         PIC X(01).
           88  WS-ALERT-WRITTEN        VALUE 'Y'.

       01  WS-END-OF-REG-SW            PIC X(01).
           88  WS-END-OF-REG           VALUE 'Y'.

               10  WS-TH-NEEDED        PIC 9(02).
               10  WS-TH-CONSEC        PIC 9(02).

       01  WS-CONVERTED-VALUE          PIC S9(3)V9(3).
       01  WS-READING-COUNT            PIC 9(5) COMP.
       01  WS-VALID-COUNT              PIC 9(5) COMP.
       01  WS-READING-MAX              PIC S9(3)V9(3).
       01  WS-READING-AVG              PIC S9(3)V9(3).

       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-SEN-FOUND-SW             PIC X(01).
           88  WS-SEN-FOUND            VALUE 'Y'.

       01  WS-TEMP-REPORT-LINE.
           05  TRL-SENSOR-ID           PIC X(08).
                 MOVE 0 TO WS-REJECT-COUNT.
                 MOVE 0 TO WS-READING-TOTAL.
                 MOVE 0 TO WS-ALERT-COUNT.
                 PERFORM 5010-OPEN-SENSOR-MASTER THRU 5010-EXIT.
                 IF NOT WS-SEN-FILE-OK
                     MOVE 8 TO RETURN-CODE
                     GO TO 5000-EXIT
                     GO TO 5000-EXIT
                 END-IF.
                 PERFORM 5040-READ-CHECKPOINT THRU 5040-EXIT.
                 PERFORM 5060-OPEN-SENSOR-STATS THRU 5060-EXIT.
                 IF NOT WS-SS-OK
                     MOVE 8 TO RETURN-CODE
                     GO TO 5000-EXIT
                 END-IF.
                 PERFORM 5065-OPEN-READING-HISTORY THRU 5065-EXIT.
                 IF NOT WS-RH-OK
                     MOVE 8 TO RETURN-CODE
                     GO TO 5000-EXIT
                 END-IF.
                 OPEN INPUT TEMP-READINGS-FILE.
                 IF NOT WS-TR-OK
                     DISPLAY 'Unable to open TEMP-READINGS-FILE, '
                 CLOSE TEMP-REJECT-FILE.
                 CLOSE TEMP-ALERT-FILE.
                 CLOSE TEMP-REGISTER-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 CLOSE SENSOR-STATS-FILE.
                 CLOSE READING-HISTORY-FILE.
                 PERFORM 5080-RESET-CHECKPOINT THRU 5080-EXIT.
                 EVALUATE TRUE
                     WHEN WS-ALERT-COUNT > 0 AND WS-REJECT-COUNT > 0
                 EXIT.

      *----------------------------------------------------------*
      * 5010-OPEN-SENSOR-MASTER                                   *
      * OPENS THE KEYED SENSOR MASTER FOR THE RUN SO EACH        *
      * READING'S SENSOR CAN BE READ DIRECTLY, VALIDATED AND     *
      * HAVE ITS CALIBRATION OFFSET APPLIED. A MASTER THAT       *
      * CANNOT BE OPENED STOPS THE RUN, SINCE NO READING COULD   *
      * BE VALIDATED.                                            *
      *----------------------------------------------------------*
       5010-OPEN-SENSOR-MASTER.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                 END-IF.
       5010-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5030-LOAD-THRESHOLDS                                      *
      * LOADS THE PER-UNIT LOW/HIGH ALERT LIMITS AND CONSECUTIVE *
      * 5040-READ-CHECKPOINT                                      *
      * LOADS THE RECORD COUNT AND RUNNING TOTAL/MIN/MAX LEFT BY  *
      * THE LAST ATTEMPT AT THIS JOB, OR ZERO IF THIS IS A FRESH  *
      * RUN. THE PER-SENSOR STATISTICS ARE NOT ON THE CHECKPOINT; *
      * THEY ARE ALREADY ON TEMPSTAT (SEE 5060). TEMPCKPT IS      *
      * OPENED DISP=MOD SO A PRIOR STEP'S OPEN                    *
      * OUTPUT MAY HAVE APPENDED RATHER THAN REPLACED ITS ONE     *
      * RECORD; THE WHOLE FILE IS READ AND THE LAST RECORD WINS   *
      * SO A MULTI-RECORD TEMPCKPT STILL YIELDS THE MOST RECENT   *
                         MOVE TCKPT-MIN TO WS-READING-MIN
                         MOVE TCKPT-MAX TO WS-READING-MAX
                         MOVE TCKPT-ALERT-COUNT TO WS-ALERT-COUNT
                         PERFORM 5049-RESTORE-CONSEC-COUNTS
                             THRU 5049-EXIT
                 END-READ.
       5045-EXIT.
                 EXIT.

       5049-RESTORE-CONSEC-COUNTS.
                 MOVE 1 TO WS-TH-IX.
                 PERFORM 5051-RESTORE-ONE-COUNT THRU 5051-EXIT
       5051-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5060-OPEN-SENSOR-STATS                                    *
      * OPENS THE KEYED TEMPSTAT PER-SENSOR STATISTICS FILE. A   *
      * FRESH RUN EMPTIES IT FIRST; A RESTART OPENS IT AS THE    *
      * FAILED ATTEMPT LEFT IT, WHICH IS HOW THE PER-SENSOR      *
      * STATISTICS CARRY OVER. A FILE THAT CANNOT BE OPENED      *
      * STOPS THE RUN, SINCE THE SUMMARY AND TEMPHIST WOULD BE   *
      * WRONG WITHOUT IT.                                        *
      *----------------------------------------------------------*
       5060-OPEN-SENSOR-STATS.
                 IF WS-RESTART-COUNT = 0
                     OPEN OUTPUT SENSOR-STATS-FILE
                     IF NOT WS-SS-OK
                         DISPLAY 'Unable to clear SENSOR-STATS-FILE, '
                             'status ' WS-SS-FILE-STATUS
                         GO TO 5060-EXIT
                     END-IF
                     CLOSE SENSOR-STATS-FILE
                 END-IF.
                 OPEN I-O SENSOR-STATS-FILE.
                 IF NOT WS-SS-OK
                     DISPLAY 'Unable to open SENSOR-STATS-FILE, '
                         'status ' WS-SS-FILE-STATUS
                 END-IF.
       5060-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5065-OPEN-READING-HISTORY                                 *
      * OPENS THE KEYED READHIST READING HISTORY FOR THE RUN. A  *
      * HISTORY THAT CANNOT BE OPENED STOPS THE RUN, SO NO       *
      * READING IS EVER ACCEPTED WITHOUT ITS HISTORY RECORD.     *
      *----------------------------------------------------------*
       5065-OPEN-READING-HISTORY.
                 OPEN I-O READING-HISTORY-FILE.
                 IF NOT WS-RH-OK
                     DISPLAY 'Unable to open READING-HISTORY-FILE, '
                         'status ' WS-RH-FILE-STATUS
                 END-IF.
       5065-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5050-SKIP-READING                                         *
      * RE-READS A READING ALREADY ACCOUNTED FOR BY THE CHECKPOINT*
                 ADD 1 TO WS-READING-COUNT.
                 MOVE TR-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 5150-FIND-SENSOR THRU 5150-EXIT.
                 IF NOT WS-SEN-FOUND
                     DISPLAY 'Unknown sensor ' TR-SENSOR-ID
                         ', timestamp ' TR-TIMESTAMP
                     MOVE 'SEN' TO WS-REJECT-REASON

      *----------------------------------------------------------*
      * 5150-FIND-SENSOR                                          *
      * READS WS-LOOKUP-ID FROM THE KEYED SENSOR MASTER. SETS    *
      * WS-SEN-FOUND AND LEAVES THE SENSOR'S CALIBRATION AND     *
      * VALID RANGE IN SENSOR-MASTER-RECORD, OR CLEARS THE       *
      * SWITCH WHEN THE SENSOR IS NOT ON THE MASTER FILE.        *
      *----------------------------------------------------------*
       5150-FIND-SENSOR.
                 MOVE 'N' TO WS-SEN-FOUND-SW.
                 MOVE WS-LOOKUP-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-SEN-FOUND-SW
                 END-READ.
       5150-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5160-CALIBRATE-AND-CONVERT                                *
      * APPLIES THE SENSOR'S CALIBRATION OFFSET TO THE RAW       *
       5160-CALIBRATE-AND-CONVERT.
                 MOVE TR-UNIT-FLAG TO WS-CONVERTER.
                 COMPUTE WS-INPUT-TEMP =
                     TR-READING + SM-CAL-OFFSET.
                 IF WS-INPUT-TEMP < SM-MIN-VALID OR
                    WS-INPUT-TEMP > SM-MAX-VALID
                     DISPLAY 'Reading out of range for sensor '
                         TR-SENSOR-ID ', timestamp ' TR-TIMESTAMP
                     MOVE 'RNG' TO WS-REJECT-REASON
                     PERFORM 5220-WRITE-DETAIL-LINE THRU 5220-EXIT
                     PERFORM 5240-CHECK-THRESHOLDS THRU 5240-EXIT
                     PERFORM 5170-REGISTER-READING THRU 5170-EXIT
                     PERFORM 5180-WRITE-READING-HISTORY THRU 5180-EXIT
                 ELSE
                     DISPLAY 'Reading skipped, timestamp '
                         TR-TIMESTAMP
      * SPIKE CANNOT PAGE ANYONE.                                *
      *----------------------------------------------------------*
       5240-CHECK-THRESHOLDS.
                 MOVE SPACE TO WS-BREACH-FLAG.
                 MOVE 'N' TO WS-ALERT-WRITTEN-SW.
                 MOVE WS-CONVERTER TO WS-TH-IX.
                 IF WS-TH-IX < 1 OR WS-TH-IX > 4
                     GO TO 5240-EXIT
                 MOVE SPACES TO TEMP-ALERT-RECORD.
                 IF WS-CONVERTED-VALUE < WS-TH-LOW(WS-TH-IX)
                     MOVE 'LOW ' TO TA-LIMIT-TYPE
                     MOVE 'L' TO WS-BREACH-FLAG
                     MOVE WS-TH-LOW(WS-TH-IX) TO TA-LIMIT
                     PERFORM 5245-COUNT-BREACH THRU 5245-EXIT
                 ELSE
                     IF WS-CONVERTED-VALUE > WS-TH-HIGH(WS-TH-IX)
                         MOVE 'HIGH' TO TA-LIMIT-TYPE
                         MOVE 'H' TO WS-BREACH-FLAG
                         MOVE WS-TH-HIGH(WS-TH-IX) TO TA-LIMIT
                         PERFORM 5245-COUNT-BREACH THRU 5245-EXIT
                     ELSE
                     MOVE WS-CONVERTED-VALUE TO TA-READING
                     WRITE TEMP-ALERT-RECORD
                     ADD 1 TO WS-ALERT-COUNT
                     MOVE 'Y' TO WS-ALERT-WRITTEN-SW
                 END-IF.
       5245-EXIT.
                 EXIT.
                         MOVE WS-CONVERTED-VALUE TO WS-READING-MAX
                     END-IF
                 END-IF.
                 PERFORM 5215-ACCUMULATE-SENSOR THRU 5215-EXIT.
       5210-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5215-ACCUMULATE-SENSOR                                    *
      * ADDS THE CONVERTED VALUE INTO THE SENSOR'S TEMPSTAT      *
      * RECORD, CREATING IT ON THE SENSOR'S FIRST CLEAN READING. *
      * A READING ALREADY ADDED IN BY THE FAILED ATTEMPT BEFORE  *
      * A RESTART (SS-LAST-READING NOT BELOW THIS READING'S      *
      * NUMBER) IS LEFT ALONE.                                   *
      *----------------------------------------------------------*
       5215-ACCUMULATE-SENSOR.
                 MOVE 'N' TO WS-SS-NEW-SW.
                 MOVE TR-SENSOR-ID TO SS-SENSOR-ID.
                 READ SENSOR-STATS-FILE
                     INVALID KEY
                         MOVE 'Y' TO WS-SS-NEW-SW
                 END-READ.
                 IF WS-SS-NEW
                     MOVE TR-SENSOR-ID TO SS-SENSOR-ID
                     MOVE 1 TO SS-COUNT
                     MOVE WS-CONVERTED-VALUE TO SS-TOTAL
                     MOVE WS-CONVERTED-VALUE TO SS-MIN
                     MOVE WS-CONVERTED-VALUE TO SS-MAX
                     MOVE WS-READING-COUNT TO SS-LAST-READING
                     WRITE SENSOR-STATS-RECORD
                     GO TO 5215-EXIT
                 END-IF.
                 IF SS-LAST-READING >= WS-READING-COUNT
                     GO TO 5215-EXIT
                 END-IF.
                 ADD 1 TO SS-COUNT.
                 ADD WS-CONVERTED-VALUE TO SS-TOTAL.
                 IF WS-CONVERTED-VALUE < SS-MIN
                     MOVE WS-CONVERTED-VALUE TO SS-MIN
                 END-IF.
                 IF WS-CONVERTED-VALUE > SS-MAX
                     MOVE WS-CONVERTED-VALUE TO SS-MAX
                 END-IF.
                 MOVE WS-READING-COUNT TO SS-LAST-READING.
                 REWRITE SENSOR-STATS-RECORD.
       5215-EXIT.
                 EXIT.

       5220-WRITE-DETAIL-LINE.
                 MOVE TR-SENSOR-ID TO TRL-SENSOR-ID.
                 MOVE TR-TIMESTAMP TO TRL-TIMESTAMP.
      * SAVES THE COUNT OF READINGS SUCCESSFULLY PROCESSED SO FAR *
      * THIS RUN, ALONG WITH THE RUNNING TOTAL/MIN/MAX NEEDED TO  *
      * RESUME THE SUMMARY LINE ON RESTART, OVERWRITING ANY PRIOR *
      * CHECKPOINT. THE RECORD IS THE SAME SIZE HOWEVER MANY      *
      * SENSORS REPORT - THEIR STATISTICS LIVE ON TEMPSTAT.       *
      *----------------------------------------------------------*
       5070-WRITE-CHECKPOINT.
                 MOVE WS-READING-COUNT TO TCKPT-COUNT.
                 MOVE WS-READING-TOTAL TO TCKPT-TOTAL.
                 MOVE WS-READING-MIN TO TCKPT-MIN.
                 MOVE WS-READING-MAX TO TCKPT-MAX.
                 MOVE WS-ALERT-COUNT TO TCKPT-ALERT-COUNT.
                 MOVE 1 TO WS-TH-IX.
                 PERFORM 5077-SAVE-CONSEC-COUNT THRU 5077-EXIT
       5070-EXIT.
                 EXIT.

       5077-SAVE-CONSEC-COUNT.
                 MOVE WS-TH-CONSEC(WS-TH-IX)
                     TO TCKPT-CONSEC-ENTRY(WS-TH-IX).
                 MOVE 0 TO TCKPT-TOTAL.
                 MOVE 0 TO TCKPT-MIN.
                 MOVE 0 TO TCKPT-MAX.
                 MOVE 0 TO TCKPT-ALERT-COUNT.
                 MOVE 1 TO WS-TH-IX.
                 PERFORM 5087-CLEAR-CONSEC-COUNT THRU 5087-EXIT
       5080-EXIT.
                 EXIT.

       5087-CLEAR-CONSEC-COUNT.
                 MOVE 0 TO TCKPT-CONSEC-ENTRY(WS-TH-IX).
                 ADD 1 TO WS-TH-IX.
       5170-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5180-WRITE-READING-HISTORY                                *
      * WRITES THE ACCEPTED READING TO READHIST. THE VALUE IN    *
      * THE READING'S OWN UNIT AND IN ITS CONVERTED UNIT ARE     *
      * THE ONES REPORTED ON TEMPRPT; THE THIRD UNIT IS WORKED   *
      * OUT FROM THE CALIBRATED READING. A READING ALREADY ON    *
      * THE HISTORY (REPROCESSED BY A RESTART, OR FED BACK IN    *
      * AFTER THE REGISTER HAS PURGED IT) IS REWRITTEN. A FAILED *
      * WRITE IS REPORTED BUT DOES NOT STOP THE RUN.             *
      *----------------------------------------------------------*
       5180-WRITE-READING-HISTORY.
                 MOVE TR-SENSOR-ID TO RH-SENSOR-ID.
                 MOVE TR-TIMESTAMP TO RH-TIMESTAMP.
                 MOVE TR-UNIT-FLAG TO RH-UNIT-FLAG.
                 MOVE TR-READING TO RH-RAW-VALUE.
                 MOVE SM-CAL-OFFSET TO RH-CAL-OFFSET.
                 MOVE WS-INPUT-TEMP TO RH-CALIBRATED.
                 EVALUATE TRUE
                     WHEN CONVERT-C-TO-F
                         MOVE WS-INPUT-TEMP TO RH-CELSIUS
                         MOVE WS-CONVERTED-TEMP1 TO RH-FAHRENHEIT
                         COMPUTE RH-KELVIN =
                             WS-INPUT-TEMP + 273.15
                     WHEN CONVERT-F-TO-C
                         MOVE WS-CONVERTED-TEMP2 TO RH-CELSIUS
                         MOVE WS-INPUT-TEMP TO RH-FAHRENHEIT
                         COMPUTE RH-KELVIN =
                             (WS-INPUT-TEMP - 32) * 5/9 + 273.15
                     WHEN CONVERT-C-TO-K
                         MOVE WS-INPUT-TEMP TO RH-CELSIUS
                         COMPUTE RH-FAHRENHEIT =
                             WS-INPUT-TEMP * (9/5) + 32
                         MOVE WS-CONVERTED-TEMP1 TO RH-KELVIN
                     WHEN CONVERT-K-TO-C
                         MOVE WS-CONVERTED-TEMP2 TO RH-CELSIUS
                         COMPUTE RH-FAHRENHEIT =
                             (WS-INPUT-TEMP - 273.15) * (9/5) + 32
                         MOVE WS-INPUT-TEMP TO RH-KELVIN
                 END-EVALUATE.
                 MOVE WS-BREACH-FLAG TO RH-BREACH.
                 IF WS-ALERT-WRITTEN
                     MOVE 'Y' TO RH-ALERT
                 ELSE
                     MOVE 'N' TO RH-ALERT
                 END-IF.
                 MOVE WS-RUN-DATE TO RH-RUN-DATE.
                 WRITE READING-HISTORY-RECORD
                     INVALID KEY
                         REWRITE READING-HISTORY-RECORD
                 END-WRITE.
                 IF NOT WS-RH-OK
                     DISPLAY 'Unable to write READING-HISTORY-FILE, '
                         'status ' WS-RH-FILE-STATUS
                         ', sensor ' TR-SENSOR-ID
                         ', timestamp ' TR-TIMESTAMP
                 END-IF.
       5180-EXIT.
                 EXIT.

       5300-WRITE-SUMMARY.
                 IF WS-VALID-COUNT > 0
                     COMPUTE WS-READING-AVG ROUNDED =
                 MOVE WS-READING-AVG TO SL-AVG.
                 MOVE WS-SUMMARY-LINE TO TEMP-REPORT-RECORD.
                 WRITE TEMP-REPORT-RECORD.
                 PERFORM 5305-START-SENSOR-STATS THRU 5305-EXIT.
                 PERFORM 5310-WRITE-SENSOR-SUMMARY THRU 5310-EXIT
                     UNTIL WS-END-OF-STATS.
       5300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5305-START-SENSOR-STATS                                   *
      * POSITIONS TEMPSTAT AT ITS FIRST SENSOR AND READS IT, FOR *
      * THE PASSES THAT WALK EVERY SENSOR IN SENSOR-ID ORDER.    *
      *----------------------------------------------------------*
       5305-START-SENSOR-STATS.
                 MOVE 'N' TO WS-END-OF-STATS-SW.
                 MOVE LOW-VALUES TO SS-SENSOR-ID.
                 START SENSOR-STATS-FILE
                     KEY IS NOT LESS THAN SS-SENSOR-ID
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-STATS-SW
                 END-START.
                 PERFORM 5307-READ-SENSOR-STATS THRU 5307-EXIT.
       5305-EXIT.
                 EXIT.

       5307-READ-SENSOR-STATS.
                 IF WS-END-OF-STATS
                     GO TO 5307-EXIT
                 END-IF.
                 READ SENSOR-STATS-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-STATS-SW
                 END-READ.
       5307-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5310-WRITE-SENSOR-SUMMARY                                 *
      * ONE SUMMARY LINE PER SENSOR THAT CONTRIBUTED AT LEAST    *
      * ONE CLEAN READING THIS RUN, IN SENSOR-ID ORDER.          *
      *----------------------------------------------------------*
       5310-WRITE-SENSOR-SUMMARY.
                 IF SS-COUNT > 0
                     MOVE SS-SENSOR-ID TO SSL-ID
                     MOVE SS-COUNT TO SSL-COUNT
                     MOVE SS-MIN TO SSL-MIN
                     MOVE SS-MAX TO SSL-MAX
                     COMPUTE WS-READING-AVG ROUNDED =
                         SS-TOTAL / SS-COUNT
                     MOVE WS-READING-AVG TO SSL-AVG
                     MOVE WS-SENSOR-SUMMARY-LINE
                         TO TEMP-REPORT-RECORD
                     WRITE TEMP-REPORT-RECORD
                 END-IF.
                 PERFORM 5307-READ-SENSOR-STATS THRU 5307-EXIT.
       5310-EXIT.
                 EXIT.

                         ', history not written'
                     GO TO 5320-EXIT
                 END-IF.
                 PERFORM 5305-START-SENSOR-STATS THRU 5305-EXIT.
                 PERFORM 5330-WRITE-ONE-HISTORY THRU 5330-EXIT
                     UNTIL WS-END-OF-STATS.
                 CLOSE SENSOR-DAILY-FILE.
       5320-EXIT.
                 EXIT.

       5330-WRITE-ONE-HISTORY.
                 IF SS-COUNT = 0
                     GO TO 5330-NEXT
                 END-IF.
                 MOVE WS-RUN-DATE TO SD-DATE.
                 MOVE SS-SENSOR-ID TO SD-SENSOR-ID.
                 READ SENSOR-DAILY-FILE
                     INVALID KEY
                         MOVE WS-RUN-DATE TO SD-DATE
                         MOVE SS-SENSOR-ID TO SD-SENSOR-ID
                         MOVE SS-COUNT TO SD-COUNT
                         MOVE SS-MIN TO SD-MIN
                         MOVE SS-MAX TO SD-MAX
                         COMPUTE WS-READING-AVG ROUNDED =
                             SS-TOTAL / SS-COUNT
                         MOVE WS-READING-AVG TO SD-AVG
                         WRITE SENSOR-DAILY-RECORD
                     NOT INVALID KEY
                         PERFORM 5340-MERGE-HISTORY THRU 5340-EXIT
                 END-READ.
       5330-NEXT.
                 PERFORM 5307-READ-SENSOR-STATS THRU 5307-EXIT.
       5330-EXIT.
                 EXIT.

      *----------------------------------------------------------*
       5340-MERGE-HISTORY.
                 COMPUTE WS-HIST-TOTAL =
                     SD-AVG * SD-COUNT + SS-TOTAL.
                 ADD SS-COUNT TO SD-COUNT.
                 IF SS-MIN < SD-MIN
                     MOVE SS-MIN TO SD-MIN
                 END-IF.
                 IF SS-MAX > SD-MAX
                     MOVE SS-MAX TO SD-MAX
                 END-IF.
                 COMPUTE WS-READING-AVG ROUNDED =
                     WS-HIST-TOTAL / SD-COUNT.
