      *                FULL NEW OFFSET IS LOGGED INSTEAD OF A    *
      *                STRING OF OLD>NEW TRUNCATED TWO DIGITS    *
      *                SHORT OF LOG-RESULT'S WIDTH.              *
      * 2026-10-15 JB  SENSOR MASTER IS NOW KEYED ON SENSOR ID   *
      *                AND UPDATED IN PLACE, SO THE SENSORNW     *
      *                COPY AND ITS COPY-BACK STEP ARE GONE.     *
      *                EACH SENSOR A TRANSACTION NAMES IS READ   *
      *                DIRECTLY AND HELD IN A WORKING TABLE OF   *
      *                THE SENSORS THIS RUN TOUCHES; THE TABLE   *
      *                IS ONLY WRITTEN BACK TO THE MASTER WHEN   *
      *                EVERY TRANSACTION APPLIED - THE SAME      *
      *                RC=0 GATE THE COPY-BACK USED. A RETIRE    *
      *                NOW SCANS TEMPIN FOR ITS OWN SENSOR.      *
      * 2026-10-15 JB  SENSTRAN CARRIES ST-ZONE-ID, THE SENSOR'S *
      *                ZONE ON THE NEW ZONEMAST ZONE MASTER. AN  *
      *                ADD OR CHANGE NAMING A ZONE THAT IS NOT   *
      *                ON ZONEMAST IS REJECTED. A CHANGE WITH A  *
      *                BLANK ZONE KEEPS THE SENSOR'S ZONE, SO    *
      *                TRANSACTIONS KEYED WITHOUT ONE STILL WORK.*
      * 2026-10-15 JB  SENSTRAN LAYOUT MOVED TO THE STSEL/STREC  *
      *                COPYBOOKS, SHARED WITH WOCOMP, WHICH      *
      *                WRITES CHANGE TRANSACTIONS FOR SENSORS    *
      *                FACILITIES HAVE RECALIBRATED.             *
      * 2026-10-15 JB  A CHANGE WITH A BLANK LOCATION KEEPS THE  *
      *                SENSOR'S LOCATION, AND ONE WITH A BLANK   *
      *                VALID RANGE KEEPS ITS RANGE, AS A BLANK   *
      *                ZONE ALREADY DID, SO WOCOMP CAN WRITE AN  *
      *                OFFSET-ONLY CHANGE. A RANGE THAT IS       *
      *                NEITHER BLANK NOR NUMERIC IS REJECTED.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY TRSEL.

           COPY ZNSEL.

           COPY STSEL.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "SENHIST"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY TRREC.

       COPY ZNREC.

       COPY STREC.

      *----------------------------------------------------------*
      * ONE HISTORY ROW PER APPLIED ADD, RETIRE, OFFSET CHANGE   *
      * OR VALID-RANGE CHANGE. ROWS ARE ONLY WRITTEN WHEN THE    *
      * WHOLE RUN APPLIED CLEAN AND THE MASTER WAS UPDATED.      *
      * THE FILE IS ALLOCATED DISP=MOD AND NEVER REWRITTEN, SO   *
      * IT IS THE PERMANENT RECORD OF WHICH CALIBRATION WAS IN   *
      * FORCE AT ANY TIME.                                       *
      *----------------------------------------------------------*
       FD  SENSOR-HISTORY-FILE.
       01  SENSOR-HISTORY-RECORD.
       01  WS-TR-FILE-STATUS           PIC X(02).
           88  WS-TR-OK                VALUE '00'.

       01  WS-ZN-FILE-STATUS           PIC X(02).
           88  WS-ZN-OK                VALUE '00'.

       01  WS-TRANS-FILE-STATUS        PIC X(02).
           88  WS-TRANS-OK             VALUE '00'.

       01  WS-HIST-FILE-STATUS         PIC X(02).
           88  WS-HIST-OK              VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-END-OF-READINGS-SW       PIC X(01).
           88  WS-END-OF-READINGS      VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).

      *----------------------------------------------------------*
      * THE SENSORS THIS RUN'S TRANSACTIONS TOUCH, AS READ FROM  *
      * THE KEYED MASTER (OR ADDED BY THE RUN) AND AS AMENDED.   *
      * 6000-UPDATE-MASTER WRITES THEM BACK WHEN THE RUN IS      *
      * CLEAN: WS-SA-ON-MASTER SAYS WHETHER THE SENSOR WAS ON    *
      * THE MASTER AT THE START OF THE RUN. A RUN TOUCHING MORE  *
      * THAN 100 SENSORS REJECTS THE EXCESS AND MUST BE SPLIT.   *
      *----------------------------------------------------------*
       01  WS-SENSOR-USED              PIC 9(03) COMP.
       01  WS-SEN-IX                   PIC 9(03) COMP.
       01  WS-FIND-IX                  PIC 9(03) COMP.
       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-SA-FULL-SW               PIC X(01).
           88  WS-SA-FULL              VALUE 'Y'.
       01  WS-MAINT-TABLE.
           05  WS-SA-ENTRY OCCURS 100 TIMES.
               10  WS-SA-ID            PIC X(08).
               10  WS-SA-LOCATION      PIC X(20).
               10  WS-SA-OFFSET        PIC S9(3)V9(3).
               10  WS-SA-MIN-VALID     PIC S9(3)V9(3).
               10  WS-SA-MAX-VALID     PIC S9(3)V9(3).
               10  WS-SA-ZONE-ID       PIC X(08).
               10  WS-SA-ON-MASTER-SW  PIC X(01).
                   88  WS-SA-ON-MASTER VALUE 'Y'.
               10  WS-SA-CHANGED-SW    PIC X(01).
                   88  WS-SA-CHANGED   VALUE 'Y'.
               10  WS-SA-RETIRED-SW    PIC X(01).
                   88  WS-SA-RETIRED   VALUE 'Y'.

       01  WS-REFERENCED-SW            PIC X(01).
           88  WS-REFERENCED           VALUE 'Y'.

       01  WS-ZONE-FOUND-SW            PIC X(01).
           88  WS-ZONE-FOUND           VALUE 'Y'.

       01  WS-KEEP-RANGE-SW            PIC X(01).
           88  WS-KEEP-RANGE           VALUE 'Y'.

       01  WS-UPDATE-FAILED-SW         PIC X(01).
           88  WS-UPDATE-FAILED        VALUE 'Y'.

       01  WS-HIST-LOST-SW             PIC X(01).
           88  WS-HIST-LOST            VALUE 'Y'.

      *----------------------------------------------------------*
      * HISTORY AND AUDIT ROWS QUEUED DURING THE APPLY PASS AND  *
      * FLUSHED ONLY WHEN THE RUN IS KNOWN CLEAN, SO A RUN THAT  *
      * NEVER UPDATES THE MASTER RECORDS NOTHING.                *
      *----------------------------------------------------------*
       01  WS-PEND-USED                PIC 9(03) COMP.
       01  WS-PEND-IX                  PIC 9(03) COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
                 PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
                     UNTIL WS-END-OF-TRANS.
                 PERFORM 6000-UPDATE-MASTER THRU 6000-EXIT.
                 PERFORM 6500-FLUSH-HISTORY THRU 6500-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS EVERY FILE EXCEPT THE READINGS, WHICH EACH RETIRE  *
      * SCANS FOR ITSELF. THE MASTER IS OPENED I-O FOR THE       *
      * IN-PLACE UPDATE. ANY OPEN FAILURE ENDS THE STEP WITH     *
      * RETURN CODE 8 BEFORE THE MASTER IS TOUCHED.              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-TRANS-READ.
                 MOVE 0 TO WS-TRANS-APPLIED.
                 MOVE 0 TO WS-TRANS-REJECTED.
                 MOVE 0 TO WS-PEND-USED.
                 MOVE 0 TO WS-SENSOR-USED.
                 MOVE 'N' TO WS-HIST-LOST-SW.
                 MOVE 'N' TO WS-UPDATE-FAILED-SW.
                 MOVE 'N' TO WS-END-OF-TRANS-SW.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     CLOSE SENSOR-TRANS-FILE
                     CLOSE SENSOR-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT ZONE-MASTER-FILE.
                 IF NOT WS-ZN-OK
                     DISPLAY 'Unable to open ZONE-MASTER-FILE, '
                         'status ' WS-ZN-FILE-STATUS
                     CLOSE SENSOR-TRANS-FILE
                     CLOSE SENSOR-REPORT-FILE
                     CLOSE SENSOR-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                         'status ' WS-HIST-FILE-STATUS
                     CLOSE SENSOR-TRANS-FILE
                     CLOSE SENSOR-REPORT-FILE
                     CLOSE SENSOR-MASTER-FILE
                     CLOSE ZONE-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

       3100-READ-TRANSACTION.
                 READ SENSOR-TRANS-FILE
                     AT END
      * 4000-ADD-SENSOR                                           *
      * ADDS A NEW SENSOR WITH ITS INITIAL CALIBRATION AND       *
      * RANGE. A SENSOR ID ALREADY ON THE MASTER (EVEN ONE       *
      * RETIRED EARLIER IN THIS RUN) OR A FULL WORKING TABLE IS  *
      * REJECTED. THE INITIAL CALIBRATION IS RECORDED ON THE     *
      * HISTORY FILE SO THE OFFSET TRAIL STARTS AT DAY ONE.      *
      *----------------------------------------------------------*
       4000-ADD-SENSOR.
                 MOVE ST-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-SENSOR THRU 4500-EXIT.
                 IF WS-SEN-IX > 0 OR WS-SA-FULL
                     MOVE 'REJECTED - DUPLICATE ADD'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 IF WS-SENSOR-USED >= 100
                     MOVE 'REJECTED - TOO MANY SENSORS'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 PERFORM 4600-CHECK-ZONE THRU 4600-EXIT.
                 IF NOT WS-ZONE-FOUND
                     MOVE 'REJECTED - UNKNOWN ZONE'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 ADD 1 TO WS-SENSOR-USED.
                 MOVE ST-SENSOR-ID TO WS-SA-ID(WS-SENSOR-USED).
                 MOVE ST-LOCATION TO WS-SA-LOCATION(WS-SENSOR-USED).
                     TO WS-SA-MIN-VALID(WS-SENSOR-USED).
                 MOVE ST-MAX-VALID
                     TO WS-SA-MAX-VALID(WS-SENSOR-USED).
                 MOVE ST-ZONE-ID TO WS-SA-ZONE-ID(WS-SENSOR-USED).
                 MOVE 'N' TO WS-SA-ON-MASTER-SW(WS-SENSOR-USED).
                 MOVE 'Y' TO WS-SA-CHANGED-SW(WS-SENSOR-USED).
                 MOVE 'N' TO WS-SA-RETIRED-SW(WS-SENSOR-USED).
                 MOVE 'ADD   ' TO SH-FIELD.
                 MOVE 0 TO SH-OLD-1.

      *----------------------------------------------------------*
      * 4100-CHANGE-SENSOR                                        *
      * REPLACES THE SENSOR'S CALIBRATION OFFSET WITH THE        *
      * TRANSACTION'S, AND ITS LOCATION, VALID RANGE AND ZONE    *
      * WHEN THE TRANSACTION SUPPLIES THEM; A BLANK FIELD KEEPS  *
      * THE CURRENT VALUE. A RANGE MUST BE BOTH BLANK OR BOTH    *
      * NUMERIC. AN OFFSET OR RANGE THAT ACTUALLY CHANGED IS     *
      * RECORDED ON THE HISTORY FILE AND THE AUDIT LOG WITH ITS  *
      * OLD AND NEW VALUES.                                      *
      *----------------------------------------------------------*
       4100-CHANGE-SENSOR.
                 MOVE ST-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-SENSOR THRU 4500-EXIT.
                 IF WS-SA-FULL
                     MOVE 'REJECTED - TOO MANY SENSORS'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF WS-SEN-IX = 0
                     MOVE 'REJECTED - UNKNOWN SENSOR'
                         TO WS-ACTION-RESULT
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 MOVE 'N' TO WS-KEEP-RANGE-SW.
                 IF ST-MIN-VALID-X = SPACES AND
                    ST-MAX-VALID-X = SPACES
                     MOVE 'Y' TO WS-KEEP-RANGE-SW
                 END-IF.
                 IF NOT WS-KEEP-RANGE AND
                    (ST-MIN-VALID IS NOT NUMERIC OR
                     ST-MAX-VALID IS NOT NUMERIC)
                     MOVE 'REJECTED - BAD VALID RANGE'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF NOT WS-KEEP-RANGE AND
                    ST-MIN-VALID > ST-MAX-VALID
                     MOVE 'REJECTED - MIN ABOVE MAX'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 PERFORM 4600-CHECK-ZONE THRU 4600-EXIT.
                 IF NOT WS-ZONE-FOUND
                     MOVE 'REJECTED - UNKNOWN ZONE'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF ST-CAL-OFFSET NOT = WS-SA-OFFSET(WS-SEN-IX)
                     MOVE 'OFFSET' TO SH-FIELD
                     MOVE WS-SA-OFFSET(WS-SEN-IX) TO SH-OLD-1
                     MOVE 0 TO SH-NEW-2
                     PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT
                 END-IF.
                 IF WS-KEEP-RANGE
                     GO TO 4100-APPLY
                 END-IF.
                 IF ST-MIN-VALID NOT = WS-SA-MIN-VALID(WS-SEN-IX) OR
                    ST-MAX-VALID NOT = WS-SA-MAX-VALID(WS-SEN-IX)
                     MOVE 'RANGE ' TO SH-FIELD
                     MOVE ST-MAX-VALID TO SH-NEW-2
                     PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT
                 END-IF.
                 MOVE ST-MIN-VALID TO WS-SA-MIN-VALID(WS-SEN-IX).
                 MOVE ST-MAX-VALID TO WS-SA-MAX-VALID(WS-SEN-IX).
       4100-APPLY.
                 IF ST-LOCATION NOT = SPACES
                     MOVE ST-LOCATION TO WS-SA-LOCATION(WS-SEN-IX)
                 END-IF.
                 MOVE ST-CAL-OFFSET TO WS-SA-OFFSET(WS-SEN-IX).
                 IF ST-ZONE-ID NOT = SPACES
                     MOVE ST-ZONE-ID TO WS-SA-ZONE-ID(WS-SEN-IX)
                 END-IF.
                 MOVE 'Y' TO WS-SA-CHANGED-SW(WS-SEN-IX).
       4100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4200-RETIRE-SENSOR                                        *
      * DROPS THE SENSOR FROM THE MASTER. A SENSOR THAT STILL    *
      * APPEARS IN TEMPIN IS REJECTED, SINCE RETIRING IT WOULD   *
      * ORPHAN THOSE READINGS AT THE NEXT CONVERTER RUN.         *
      *----------------------------------------------------------*
       4200-RETIRE-SENSOR.
                 MOVE ST-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-SENSOR THRU 4500-EXIT.
                 IF WS-SA-FULL
                     MOVE 'REJECTED - TOO MANY SENSORS'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-SEN-IX = 0
                     MOVE 'REJECTED - UNKNOWN SENSOR'
                         TO WS-ACTION-RESULT
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 PERFORM 4300-CHECK-READINGS THRU 4300-EXIT.
                 IF WS-REFERENCED
                     MOVE 'REJECTED - READINGS IN TEMPIN'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
       4200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4300-CHECK-READINGS                                       *
      * SCANS TEMPIN FOR ANY READING FROM THE SENSOR BEING       *
      * RETIRED AND SETS WS-REFERENCED IF ONE IS FOUND. A        *
      * READINGS FILE THAT CANNOT BE OPENED STOPS THE RUN, WITH  *
      * THE MASTER UNTOUCHED, RATHER THAN LET AN UNVERIFIED      *
      * RETIRE THROUGH.                                          *
      *----------------------------------------------------------*
       4300-CHECK-READINGS.
                 MOVE 'N' TO WS-REFERENCED-SW.
                 MOVE 'N' TO WS-END-OF-READINGS-SW.
                 OPEN INPUT TEMP-READINGS-FILE.
                 IF NOT WS-TR-OK
                     DISPLAY 'Unable to open TEMP-READINGS-FILE, '
                         'status ' WS-TR-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 4310-READ-READING THRU 4310-EXIT.
                 PERFORM 4320-MATCH-READING THRU 4320-EXIT
                     UNTIL WS-END-OF-READINGS OR WS-REFERENCED.
                 CLOSE TEMP-READINGS-FILE.
       4300-EXIT.
                 EXIT.

       4310-READ-READING.
                 READ TEMP-READINGS-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-READINGS-SW
                 END-READ.
       4310-EXIT.
                 EXIT.

       4320-MATCH-READING.
                 IF TR-SENSOR-ID = ST-SENSOR-ID
                     MOVE 'Y' TO WS-REFERENCED-SW
                 ELSE
                     PERFORM 4310-READ-READING THRU 4310-EXIT
                 END-IF.
       4320-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4500-FIND-SENSOR                                          *
      * LOOKS WS-LOOKUP-ID UP IN WS-MAINT-TABLE, OR FAILING THAT *
      * READS IT FROM THE KEYED MASTER INTO A NEW TABLE ENTRY.   *
      * WS-SEN-IX RETURNS THE ENTRY NUMBER, OR ZERO WHEN THE     *
      * SENSOR IS NOT ON THE MASTER. WS-SA-FULL IS SET WHEN THE  *
      * SENSOR IS ON THE MASTER BUT THE TABLE HAS NO ROOM.       *
      *----------------------------------------------------------*
       4500-FIND-SENSOR.
                 MOVE 0 TO WS-SEN-IX.
                 MOVE 'N' TO WS-SA-FULL-SW.
                 MOVE 1 TO WS-FIND-IX.
                 PERFORM 4510-MATCH-SENSOR THRU 4510-EXIT
                     UNTIL WS-SEN-IX > 0
                        OR WS-FIND-IX > WS-SENSOR-USED.
                 IF WS-SEN-IX > 0
                     GO TO 4500-EXIT
                 END-IF.
                 MOVE WS-LOOKUP-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         GO TO 4500-EXIT
                 END-READ.
                 IF WS-SENSOR-USED >= 100
                     MOVE 'Y' TO WS-SA-FULL-SW
                     GO TO 4500-EXIT
                 END-IF.
                 ADD 1 TO WS-SENSOR-USED.
                 MOVE WS-SENSOR-USED TO WS-SEN-IX.
                 MOVE SM-SENSOR-ID TO WS-SA-ID(WS-SEN-IX).
                 MOVE SM-LOCATION TO WS-SA-LOCATION(WS-SEN-IX).
                 MOVE SM-CAL-OFFSET TO WS-SA-OFFSET(WS-SEN-IX).
                 MOVE SM-MIN-VALID TO WS-SA-MIN-VALID(WS-SEN-IX).
                 MOVE SM-MAX-VALID TO WS-SA-MAX-VALID(WS-SEN-IX).
                 MOVE SM-ZONE-ID TO WS-SA-ZONE-ID(WS-SEN-IX).
                 MOVE 'Y' TO WS-SA-ON-MASTER-SW(WS-SEN-IX).
                 MOVE 'N' TO WS-SA-CHANGED-SW(WS-SEN-IX).
                 MOVE 'N' TO WS-SA-RETIRED-SW(WS-SEN-IX).
       4500-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4600-CHECK-ZONE                                           *
      * SETS WS-ZONE-FOUND WHEN THE TRANSACTION'S ZONE IS ON THE *
      * ZONE MASTER. A BLANK ZONE ALWAYS PASSES: ON AN ADD IT    *
      * LEAVES THE SENSOR UNASSIGNED, ON A CHANGE IT KEEPS THE   *
      * SENSOR'S CURRENT ZONE.                                   *
      *----------------------------------------------------------*
       4600-CHECK-ZONE.
                 MOVE 'Y' TO WS-ZONE-FOUND-SW.
                 IF ST-ZONE-ID = SPACES
                     GO TO 4600-EXIT
                 END-IF.
                 MOVE ST-ZONE-ID TO ZN-ZONE-ID.
                 READ ZONE-MASTER-FILE
                     INVALID KEY
                         MOVE 'N' TO WS-ZONE-FOUND-SW
                 END-READ.
       4600-EXIT.
                 EXIT.

       4510-MATCH-SENSOR.
                 IF WS-SA-ID(WS-FIND-IX) = WS-LOOKUP-ID
                     MOVE WS-FIND-IX TO WS-SEN-IX
      *----------------------------------------------------------*
      * 6500-FLUSH-HISTORY                                        *
      * WRITES THE QUEUED SENHIST AND AUDIT-LOG ROWS, BUT ONLY   *
      * WHEN EVERY TRANSACTION APPLIED AND THE MASTER WAS        *
      * UPDATED - THE SAME GATE AS 6000-UPDATE-MASTER. A RUN     *
      * WITH REJECTS CHANGES NOTHING, SO ITS CHANGES ARE NOT     *
      * RECORDED; THE CORRECTED RERUN RECORDS THEM ONCE.         *
      *----------------------------------------------------------*
       6500-FLUSH-HISTORY.
                 IF WS-TRANS-REJECTED > 0 OR WS-HIST-LOST
                     DISPLAY 'Run not clean: master not updated and '
                         'no history or audit rows written'
                     GO TO 6500-EXIT
                 END-IF.
                 IF WS-UPDATE-FAILED
                     DISPLAY 'Master update failed: no history or '
                         'audit rows written'
                     GO TO 6500-EXIT
                 END-IF.
                 MOVE 1 TO WS-PEND-IX.
                 PERFORM 6510-WRITE-ONE-PENDING THRU 6510-EXIT
                     UNTIL WS-PEND-IX > WS-PEND-USED.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-UPDATE-MASTER                                        *
      * WHEN EVERY TRANSACTION APPLIED, WRITES THE WORKING TABLE *
      * BACK TO THE KEYED MASTER IN PLACE: A RETIRED SENSOR IS   *
      * DELETED, AN ADDED ONE WRITTEN AND A CHANGED ONE          *
      * REWRITTEN. A RUN WITH REJECTS LEAVES THE MASTER AS IT    *
      * WAS UNTIL THE TRANSACTIONS ARE CORRECTED. AN UPDATE THAT *
      * FAILS STOPS THE PASS AND ENDS THE STEP WITH RETURN CODE  *
      * 8, NAMING THE SENSOR SO THE MASTER CAN BE CHECKED.       *
      *----------------------------------------------------------*
       6000-UPDATE-MASTER.
                 IF WS-TRANS-REJECTED > 0 OR WS-HIST-LOST
                     GO TO 6000-EXIT
                 END-IF.
                 MOVE 1 TO WS-SEN-IX.
                 PERFORM 6100-UPDATE-ONE-SENSOR THRU 6100-EXIT
                     UNTIL WS-SEN-IX > WS-SENSOR-USED
                        OR WS-UPDATE-FAILED.
       6000-EXIT.
                 EXIT.

       6100-UPDATE-ONE-SENSOR.
                 MOVE WS-SA-ID(WS-SEN-IX) TO SM-SENSOR-ID.
                 MOVE WS-SA-LOCATION(WS-SEN-IX) TO SM-LOCATION.
                 MOVE WS-SA-OFFSET(WS-SEN-IX) TO SM-CAL-OFFSET.
                 MOVE WS-SA-MIN-VALID(WS-SEN-IX) TO SM-MIN-VALID.
                 MOVE WS-SA-MAX-VALID(WS-SEN-IX) TO SM-MAX-VALID.
                 MOVE WS-SA-ZONE-ID(WS-SEN-IX) TO SM-ZONE-ID.
                 IF WS-SA-RETIRED(WS-SEN-IX)
                     IF WS-SA-ON-MASTER(WS-SEN-IX)
                         DELETE SENSOR-MASTER-FILE
                             INVALID KEY
                                 MOVE 'Y' TO WS-UPDATE-FAILED-SW
                         END-DELETE
                     END-IF
                     GO TO 6100-NEXT
                 END-IF.
                 IF NOT WS-SA-ON-MASTER(WS-SEN-IX)
                     WRITE SENSOR-MASTER-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-UPDATE-FAILED-SW
                     END-WRITE
                     GO TO 6100-NEXT
                 END-IF.
                 IF WS-SA-CHANGED(WS-SEN-IX)
                     REWRITE SENSOR-MASTER-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-UPDATE-FAILED-SW
                     END-REWRITE
                 END-IF.
       6100-NEXT.
                 IF WS-UPDATE-FAILED
                     DISPLAY 'Unable to update SENSOR-MASTER-FILE for '
                         WS-SA-ID(WS-SEN-IX) ', status '
                         WS-SEN-FILE-STATUS
                 END-IF.
                 ADD 1 TO WS-SEN-IX.
       6100-EXIT.
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY TRANSACTION APPLIED,      *
      * 4 WHEN ANY WERE REJECTED, 8 WHEN THE MASTER COULD NOT BE *
      * UPDATED.                                                 *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-TRANS-READ TO SL-READ.
                 WRITE SENSOR-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 CLOSE SENSOR-TRANS-FILE.
                 CLOSE SENSOR-REPORT-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 CLOSE ZONE-MASTER-FILE.
                 CLOSE SENSOR-HISTORY-FILE.
                 IF WS-HIST-LOST
                     DISPLAY 'Change history would have been '
                         'incomplete, run failed'
                     MOVE 8 TO RETURN-CODE
                     GO TO 8000-EXIT
                 END-IF.
                 IF WS-UPDATE-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     IF WS-TRANS-REJECTED > 0
                         MOVE 4 TO RETURN-CODE
