       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONEADM AS "ZONEADM".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. BATCH MAINTENANCE FOR THE    *
      *                KEYED ZONEMAST ZONE MASTER, MODELLED ON   *
      *                SENSORADM: READS A ZONETRAN TRANSACTION   *
      *                FILE OF ADD / CHANGE / DELETE ACTIONS     *
      *                AND UPDATES THE MASTER IN PLACE ONLY WHEN *
      *                EVERY TRANSACTION APPLIED, WITH AN        *
      *                ACTIONS-TAKEN REPORT INCLUDING REJECTS.   *
      *                A DELETE IS REJECTED WHILE ANY SENSOR ON  *
      *                THE SENSOR MASTER IS STILL ASSIGNED TO    *
      *                THE ZONE. EVERY ZONE WRITTEN BACK IS      *
      *                RECORDED ON THE AUDIT LOG.                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ZNSEL.

           COPY SENSEL.

           SELECT ZONE-TRANS-FILE ASSIGN TO "ZONETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT ZONE-REPORT-FILE ASSIGN TO "ZONERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ZNREC.

       COPY SENREC.

       FD  ZONE-TRANS-FILE.
       01  ZONE-TRANS-RECORD.
           05  ZT-ACTION               PIC X(01).
               88  ZT-ADD              VALUE 'A'.
               88  ZT-CHANGE           VALUE 'C'.
               88  ZT-DELETE           VALUE 'D'.
           05  ZT-ZONE-ID              PIC X(08).
           05  ZT-ZONE-NAME            PIC X(20).
           05  ZT-BUILDING-ID          PIC X(08).
           05  ZT-BASE-TEMP            PIC S9(3)V9(3).

       FD  ZONE-REPORT-FILE.
       01  ZONE-REPORT-RECORD          PIC X(80).

       COPY LOGREC.

       WORKING-STORAGE SECTION.
       01  WS-ZN-FILE-STATUS           PIC X(02).
           88  WS-ZN-OK                VALUE '00'.

       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-TRANS-FILE-STATUS        PIC X(02).
           88  WS-TRANS-OK             VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-END-OF-TRANS-SW          PIC X(01).
           88  WS-END-OF-TRANS         VALUE 'Y'.

       01  WS-END-OF-SENSORS-SW        PIC X(01).
           88  WS-END-OF-SENSORS       VALUE 'Y'.

       01  WS-TRANS-READ               PIC 9(05) COMP.
       01  WS-TRANS-APPLIED            PIC 9(05) COMP.
       01  WS-TRANS-REJECTED           PIC 9(05) COMP.

       01  WS-ACTION-RESULT            PIC X(30).

      *----------------------------------------------------------*
      * THE ZONES THIS RUN'S TRANSACTIONS TOUCH, AS READ FROM    *
      * THE KEYED MASTER (OR ADDED BY THE RUN) AND AS AMENDED.   *
      * 6000-UPDATE-MASTER WRITES THEM BACK WHEN THE RUN IS      *
      * CLEAN: WS-ZA-ON-MASTER SAYS WHETHER THE ZONE WAS ON THE  *
      * MASTER AT THE START OF THE RUN. A RUN TOUCHING MORE THAN *
      * 100 ZONES REJECTS THE EXCESS AND MUST BE SPLIT.          *
      *----------------------------------------------------------*
       01  WS-ZONE-USED                PIC 9(03) COMP.
       01  WS-ZONE-IX                  PIC 9(03) COMP.
       01  WS-FIND-IX                  PIC 9(03) COMP.
       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-ZA-FULL-SW               PIC X(01).
           88  WS-ZA-FULL              VALUE 'Y'.
       01  WS-MAINT-TABLE.
           05  WS-ZA-ENTRY OCCURS 100 TIMES.
               10  WS-ZA-ID            PIC X(08).
               10  WS-ZA-NAME          PIC X(20).
               10  WS-ZA-BUILDING-ID   PIC X(08).
               10  WS-ZA-BASE-TEMP     PIC S9(3)V9(3).
               10  WS-ZA-ON-MASTER-SW  PIC X(01).
                   88  WS-ZA-ON-MASTER VALUE 'Y'.
               10  WS-ZA-CHANGED-SW    PIC X(01).
                   88  WS-ZA-CHANGED   VALUE 'Y'.
               10  WS-ZA-DELETED-SW    PIC X(01).
                   88  WS-ZA-DELETED   VALUE 'Y'.

       01  WS-ASSIGNED-SW              PIC X(01).
           88  WS-ASSIGNED             VALUE 'Y'.

       01  WS-UPDATE-FAILED-SW         PIC X(01).
           88  WS-UPDATE-FAILED        VALUE 'Y'.

       01  WS-LOG-BASE-TEMP            PIC -999.999.

       01  WS-REPORT-LINE.
           05  RL-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ZONE-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-RESULT               PIC X(30).
           05  FILLER                  PIC X(39) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  SL-READ                 PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' APPLIED='.
           05  SL-APPLIED              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE ' REJECTED='.
           05  SL-REJECTED             PIC ZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
                 PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
                     UNTIL WS-END-OF-TRANS.
                 PERFORM 6000-UPDATE-MASTER THRU 6000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS EVERY FILE EXCEPT THE AUDIT LOG, WHICH IS OPENED   *
      * PER RECORD. THE ZONE MASTER IS OPENED I-O FOR THE        *
      * IN-PLACE UPDATE; THE SENSOR MASTER IS ONLY READ, TO      *
      * PROTECT ZONES THAT STILL HAVE SENSORS. ANY OPEN FAILURE  *
      * ENDS THE STEP WITH RETURN CODE 8 BEFORE THE MASTER IS    *
      * TOUCHED.                                                 *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-TRANS-READ.
                 MOVE 0 TO WS-TRANS-APPLIED.
                 MOVE 0 TO WS-TRANS-REJECTED.
                 MOVE 0 TO WS-ZONE-USED.
                 MOVE 'N' TO WS-UPDATE-FAILED-SW.
                 MOVE 'N' TO WS-END-OF-TRANS-SW.
                 OPEN INPUT ZONE-TRANS-FILE.
                 IF NOT WS-TRANS-OK
                     DISPLAY 'Unable to open ZONE-TRANS-FILE, '
                         'status ' WS-TRANS-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT ZONE-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open ZONE-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE ZONE-TRANS-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O ZONE-MASTER-FILE.
                 IF NOT WS-ZN-OK
                     DISPLAY 'Unable to open ZONE-MASTER-FILE, '
                         'status ' WS-ZN-FILE-STATUS
                     CLOSE ZONE-TRANS-FILE
                     CLOSE ZONE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     CLOSE ZONE-TRANS-FILE
                     CLOSE ZONE-REPORT-FILE
                     CLOSE ZONE-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

       3100-READ-TRANSACTION.
                 READ ZONE-TRANS-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-TRANS-SW
                     NOT AT END
                         ADD 1 TO WS-TRANS-READ
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-APPLY-TRANSACTION                                    *
      * DISPATCHES ONE MAINTENANCE TRANSACTION TO THE ACTION     *
      * PARAGRAPHS AND WRITES ITS ACTIONS-TAKEN REPORT LINE.     *
      * WS-ACTION-RESULT CARRIES 'APPLIED' OR THE REJECT REASON. *
      *----------------------------------------------------------*
       3000-APPLY-TRANSACTION.
                 MOVE 'APPLIED' TO WS-ACTION-RESULT.
                 EVALUATE TRUE
                     WHEN ZT-ADD
                         PERFORM 4000-ADD-ZONE THRU 4000-EXIT
                     WHEN ZT-CHANGE
                         PERFORM 4100-CHANGE-ZONE THRU 4100-EXIT
                     WHEN ZT-DELETE
                         PERFORM 4200-DELETE-ZONE THRU 4200-EXIT
                     WHEN OTHER
                         MOVE 'REJECTED - INVALID ACTION'
                             TO WS-ACTION-RESULT
                 END-EVALUATE.
                 IF WS-ACTION-RESULT = 'APPLIED'
                     ADD 1 TO WS-TRANS-APPLIED
                 ELSE
                     ADD 1 TO WS-TRANS-REJECTED
                 END-IF.
                 MOVE ZT-ACTION TO RL-ACTION.
                 MOVE ZT-ZONE-ID TO RL-ZONE-ID.
                 MOVE WS-ACTION-RESULT TO RL-RESULT.
                 WRITE ZONE-REPORT-RECORD FROM WS-REPORT-LINE.
                 PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
       3000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4000-ADD-ZONE                                             *
      * ADDS A NEW ZONE WITH ITS NAME, BUILDING AND BASE         *
      * TEMPERATURE. A ZONE ID ALREADY ON THE MASTER (EVEN ONE   *
      * DELETED EARLIER IN THIS RUN), A MISSING BUILDING OR A    *
      * FULL WORKING TABLE IS REJECTED.                          *
      *----------------------------------------------------------*
       4000-ADD-ZONE.
                 IF ZT-ZONE-ID = SPACES
                     MOVE 'REJECTED - BLANK ZONE ID'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 MOVE ZT-ZONE-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-ZONE THRU 4500-EXIT.
                 IF WS-ZONE-IX > 0 OR WS-ZA-FULL
                     MOVE 'REJECTED - DUPLICATE ADD'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 IF WS-ZONE-USED >= 100
                     MOVE 'REJECTED - TOO MANY ZONES'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 IF ZT-BUILDING-ID = SPACES
                     MOVE 'REJECTED - NO BUILDING'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 ADD 1 TO WS-ZONE-USED.
                 MOVE WS-ZONE-USED TO WS-ZONE-IX.
                 MOVE ZT-ZONE-ID TO WS-ZA-ID(WS-ZONE-IX).
                 MOVE ZT-ZONE-NAME TO WS-ZA-NAME(WS-ZONE-IX).
                 MOVE ZT-BUILDING-ID TO WS-ZA-BUILDING-ID(WS-ZONE-IX).
                 MOVE ZT-BASE-TEMP TO WS-ZA-BASE-TEMP(WS-ZONE-IX).
                 MOVE 'N' TO WS-ZA-ON-MASTER-SW(WS-ZONE-IX).
                 MOVE 'Y' TO WS-ZA-CHANGED-SW(WS-ZONE-IX).
                 MOVE 'N' TO WS-ZA-DELETED-SW(WS-ZONE-IX).
       4000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4100-CHANGE-ZONE                                          *
      * REPLACES THE ZONE'S NAME, BUILDING AND BASE TEMPERATURE  *
      * WITH THE TRANSACTION'S VALUES. A NEW BASE TEMPERATURE    *
      * APPLIES TO EVERY DEGREE-DAY REPORT RUN AFTER IT.         *
      *----------------------------------------------------------*
       4100-CHANGE-ZONE.
                 MOVE ZT-ZONE-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-ZONE THRU 4500-EXIT.
                 IF WS-ZA-FULL
                     MOVE 'REJECTED - TOO MANY ZONES'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF WS-ZONE-IX = 0
                     MOVE 'REJECTED - UNKNOWN ZONE'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF WS-ZA-DELETED(WS-ZONE-IX)
                     MOVE 'REJECTED - ZONE DELETED'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF ZT-BUILDING-ID = SPACES
                     MOVE 'REJECTED - NO BUILDING'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 MOVE ZT-ZONE-NAME TO WS-ZA-NAME(WS-ZONE-IX).
                 MOVE ZT-BUILDING-ID TO WS-ZA-BUILDING-ID(WS-ZONE-IX).
                 MOVE ZT-BASE-TEMP TO WS-ZA-BASE-TEMP(WS-ZONE-IX).
                 MOVE 'Y' TO WS-ZA-CHANGED-SW(WS-ZONE-IX).
       4100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4200-DELETE-ZONE                                          *
      * DROPS THE ZONE FROM THE MASTER. A ZONE THAT ANY SENSOR   *
      * IS STILL ASSIGNED TO IS REJECTED, SINCE DELETING IT      *
      * WOULD LEAVE THOSE SENSORS POINTING AT NOTHING; MOVE THE  *
      * SENSORS WITH SENSORADM FIRST.                            *
      *----------------------------------------------------------*
       4200-DELETE-ZONE.
                 MOVE ZT-ZONE-ID TO WS-LOOKUP-ID.
                 PERFORM 4500-FIND-ZONE THRU 4500-EXIT.
                 IF WS-ZA-FULL
                     MOVE 'REJECTED - TOO MANY ZONES'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-ZONE-IX = 0
                     MOVE 'REJECTED - UNKNOWN ZONE'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-ZA-DELETED(WS-ZONE-IX)
                     MOVE 'REJECTED - ALREADY DELETED'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 PERFORM 4300-CHECK-SENSORS THRU 4300-EXIT.
                 IF WS-ASSIGNED
                     MOVE 'REJECTED - SENSORS ASSIGNED'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 MOVE 'Y' TO WS-ZA-DELETED-SW(WS-ZONE-IX).
       4200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4300-CHECK-SENSORS                                        *
      * READS THE SENSOR MASTER FROM ITS FIRST KEY AND SETS      *
      * WS-ASSIGNED AS SOON AS A SENSOR IN THE ZONE BEING        *
      * DELETED IS FOUND.                                        *
      *----------------------------------------------------------*
       4300-CHECK-SENSORS.
                 MOVE 'N' TO WS-ASSIGNED-SW.
                 MOVE 'N' TO WS-END-OF-SENSORS-SW.
                 MOVE LOW-VALUES TO SM-SENSOR-ID.
                 START SENSOR-MASTER-FILE
                     KEY IS NOT LESS THAN SM-SENSOR-ID
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                 END-START.
                 PERFORM 4310-MATCH-SENSOR THRU 4310-EXIT
                     UNTIL WS-END-OF-SENSORS OR WS-ASSIGNED.
       4300-EXIT.
                 EXIT.

       4310-MATCH-SENSOR.
                 READ SENSOR-MASTER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-SENSORS-SW
                     NOT AT END
                         IF SM-ZONE-ID = ZT-ZONE-ID
                             MOVE 'Y' TO WS-ASSIGNED-SW
                         END-IF
                 END-READ.
       4310-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4500-FIND-ZONE                                            *
      * LOOKS WS-LOOKUP-ID UP IN WS-MAINT-TABLE, OR FAILING THAT *
      * READS IT FROM THE KEYED MASTER INTO A NEW TABLE ENTRY.   *
      * WS-ZONE-IX RETURNS THE ENTRY NUMBER, OR ZERO WHEN THE    *
      * ZONE IS NOT ON THE MASTER. WS-ZA-FULL IS SET WHEN THE    *
      * ZONE IS ON THE MASTER BUT THE TABLE HAS NO ROOM.         *
      *----------------------------------------------------------*
       4500-FIND-ZONE.
                 MOVE 0 TO WS-ZONE-IX.
                 MOVE 'N' TO WS-ZA-FULL-SW.
                 MOVE 1 TO WS-FIND-IX.
                 PERFORM 4510-MATCH-ZONE THRU 4510-EXIT
                     UNTIL WS-ZONE-IX > 0
                        OR WS-FIND-IX > WS-ZONE-USED.
                 IF WS-ZONE-IX > 0
                     GO TO 4500-EXIT
                 END-IF.
                 MOVE WS-LOOKUP-ID TO ZN-ZONE-ID.
                 READ ZONE-MASTER-FILE
                     INVALID KEY
                         GO TO 4500-EXIT
                 END-READ.
                 IF WS-ZONE-USED >= 100
                     MOVE 'Y' TO WS-ZA-FULL-SW
                     GO TO 4500-EXIT
                 END-IF.
                 ADD 1 TO WS-ZONE-USED.
                 MOVE WS-ZONE-USED TO WS-ZONE-IX.
                 MOVE ZN-ZONE-ID TO WS-ZA-ID(WS-ZONE-IX).
                 MOVE ZN-ZONE-NAME TO WS-ZA-NAME(WS-ZONE-IX).
                 MOVE ZN-BUILDING-ID TO WS-ZA-BUILDING-ID(WS-ZONE-IX).
                 MOVE ZN-BASE-TEMP TO WS-ZA-BASE-TEMP(WS-ZONE-IX).
                 MOVE 'Y' TO WS-ZA-ON-MASTER-SW(WS-ZONE-IX).
                 MOVE 'N' TO WS-ZA-CHANGED-SW(WS-ZONE-IX).
                 MOVE 'N' TO WS-ZA-DELETED-SW(WS-ZONE-IX).
       4500-EXIT.
                 EXIT.

       4510-MATCH-ZONE.
                 IF WS-ZA-ID(WS-FIND-IX) = WS-LOOKUP-ID
                     MOVE WS-FIND-IX TO WS-ZONE-IX
                 END-IF.
                 ADD 1 TO WS-FIND-IX.
       4510-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-UPDATE-MASTER                                        *
      * WHEN EVERY TRANSACTION APPLIED, WRITES THE WORKING TABLE *
      * BACK TO THE KEYED MASTER IN PLACE: A DELETED ZONE IS     *
      * DELETED, AN ADDED ONE WRITTEN AND A CHANGED ONE          *
      * REWRITTEN, EACH ONE LOGGED ON THE AUDIT LOG AS IT IS     *
      * DONE. A RUN WITH REJECTS LEAVES THE MASTER AS IT WAS     *
      * UNTIL THE TRANSACTIONS ARE CORRECTED. AN UPDATE THAT     *
      * FAILS STOPS THE PASS AND ENDS THE STEP WITH RETURN CODE  *
      * 8, NAMING THE ZONE SO THE MASTER CAN BE CHECKED.         *
      *----------------------------------------------------------*
       6000-UPDATE-MASTER.
                 IF WS-TRANS-REJECTED > 0
                     DISPLAY 'Run not clean: zone master not updated '
                         'and no audit rows written'
                     GO TO 6000-EXIT
                 END-IF.
                 MOVE 1 TO WS-ZONE-IX.
                 PERFORM 6100-UPDATE-ONE-ZONE THRU 6100-EXIT
                     UNTIL WS-ZONE-IX > WS-ZONE-USED
                        OR WS-UPDATE-FAILED.
       6000-EXIT.
                 EXIT.

       6100-UPDATE-ONE-ZONE.
                 MOVE WS-ZA-ID(WS-ZONE-IX) TO ZN-ZONE-ID.
                 MOVE WS-ZA-NAME(WS-ZONE-IX) TO ZN-ZONE-NAME.
                 MOVE WS-ZA-BUILDING-ID(WS-ZONE-IX) TO ZN-BUILDING-ID.
                 MOVE WS-ZA-BASE-TEMP(WS-ZONE-IX) TO ZN-BASE-TEMP.
                 IF WS-ZA-DELETED(WS-ZONE-IX)
                     IF WS-ZA-ON-MASTER(WS-ZONE-IX)
                         DELETE ZONE-MASTER-FILE
                             INVALID KEY
                                 MOVE 'Y' TO WS-UPDATE-FAILED-SW
                         END-DELETE
                         MOVE 'D' TO LOG-OPERATION
                         PERFORM 7100-LOG-MAINTENANCE THRU 7100-EXIT
                     END-IF
                     GO TO 6100-NEXT
                 END-IF.
                 IF NOT WS-ZA-ON-MASTER(WS-ZONE-IX)
                     WRITE ZONE-MASTER-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-UPDATE-FAILED-SW
                     END-WRITE
                     MOVE 'A' TO LOG-OPERATION
                     PERFORM 7100-LOG-MAINTENANCE THRU 7100-EXIT
                     GO TO 6100-NEXT
                 END-IF.
                 IF WS-ZA-CHANGED(WS-ZONE-IX)
                     REWRITE ZONE-MASTER-RECORD
                         INVALID KEY
                             MOVE 'Y' TO WS-UPDATE-FAILED-SW
                     END-REWRITE
                     MOVE 'C' TO LOG-OPERATION
                     PERFORM 7100-LOG-MAINTENANCE THRU 7100-EXIT
                 END-IF.
       6100-NEXT.
                 IF WS-UPDATE-FAILED
                     DISPLAY 'Unable to update ZONE-MASTER-FILE for '
                         WS-ZA-ID(WS-ZONE-IX) ', status '
                         WS-ZN-FILE-STATUS
                 END-IF.
                 ADD 1 TO WS-ZONE-IX.
       6100-EXIT.
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
                 MOVE 'ZONEADM' TO LOG-PROGRAM.
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
      * 7100-LOG-MAINTENANCE                                      *
      * RECORDS A ZONE WRITTEN BACK TO THE MASTER ON THE AUDIT   *
      * LOG FROM THE ENTRY AT WS-ZONE-IX: THE CALLER SETS        *
      * LOG-OPERATION TO THE ACTION; LOG-USER-ID IS THE ZONE,    *
      * LOG-INPUT-1 THE BUILDING, LOG-INPUT-2 THE START OF THE   *
      * ZONE NAME AND LOG-RESULT THE BASE TEMPERATURE. NOTHING   *
      * IS LOGGED FOR AN UPDATE THAT FAILED.                     *
      *----------------------------------------------------------*
       7100-LOG-MAINTENANCE.
                 IF WS-UPDATE-FAILED
                     GO TO 7100-EXIT
                 END-IF.
                 MOVE WS-ZA-ID(WS-ZONE-IX) TO LOG-USER-ID.
                 MOVE WS-ZA-BUILDING-ID(WS-ZONE-IX) TO LOG-INPUT-1.
                 MOVE WS-ZA-NAME(WS-ZONE-IX) TO LOG-INPUT-2.
                 MOVE WS-ZA-BASE-TEMP(WS-ZONE-IX) TO WS-LOG-BASE-TEMP.
                 MOVE WS-LOG-BASE-TEMP TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
       7100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY TRANSACTION APPLIED,      *
      * 4 WHEN ANY WERE REJECTED, 8 WHEN THE MASTER COULD NOT BE *
      * UPDATED.                                                 *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-TRANS-READ TO SL-READ.
                 MOVE WS-TRANS-APPLIED TO SL-APPLIED.
                 MOVE WS-TRANS-REJECTED TO SL-REJECTED.
                 WRITE ZONE-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 CLOSE ZONE-TRANS-FILE.
                 CLOSE ZONE-REPORT-FILE.
                 CLOSE ZONE-MASTER-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 IF WS-UPDATE-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     IF WS-TRANS-REJECTED > 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM ZONEADM.
