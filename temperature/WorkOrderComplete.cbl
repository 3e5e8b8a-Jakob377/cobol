       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOCOMP AS "WOCOMP".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. APPLIES THE WOCOMPL WORK-    *
      *                ORDER COMPLETION FEED FROM THE FACILITIES *
      *                DISPATCH SYSTEM: EACH COMPLETION CLOSES   *
      *                ITS ORDER ON THE KEYED WORKOPEN FILE, SO  *
      *                SENHEALTH MAY RAISE A FRESH ORDER IF THE  *
      *                FAULT COMES BACK, AND A COMPLETION THAT   *
      *                CARRIES A NEWLY MEASURED CALIBRATION      *
      *                OFFSET ALSO WRITES THE MATCHING SENSORADM *
      *                CHANGE TRANSACTION TO SENSTRAN, SO THE    *
      *                RECALIBRATION IS NO LONGER RE-KEYED BY    *
      *                HAND. EVERY ORDER CLOSED IS RECORDED ON   *
      *                THE AUDIT LOG.                            *
      * 2026-10-15 JB  THE CHANGE TRANSACTION NOW CARRIES THE    *
      *                OFFSET ONLY; ITS LOCATION, RANGE AND ZONE *
      *                ARE BLANK, SO SENSORADM KEEPS THE         *
      *                SENSOR'S VALUES AS THEY STAND WHEN THE    *
      *                CHANGE IS APPLIED. THE COMPLETION DATE IS *
      *                NOW RECORDED ON THE AUDIT LOG (IN PLACE   *
      *                OF THE SENSOR, WHICH THE ORDER NUMBER     *
      *                IDENTIFIES) AND ON THE REPORT.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOSEL.

           COPY SENSEL.

           COPY STSEL.

           SELECT COMPLETION-FILE ASSIGN TO "WOCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-FILE-STATUS.

           SELECT COMPLETION-REPORT-FILE ASSIGN TO "WOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY WOREC.

       COPY SENREC.

       COPY STREC.

      *----------------------------------------------------------*
      * ONE RECORD PER WORK ORDER FACILITIES HAVE COMPLETED.     *
      * WC-NEW-OFFSET IS THE CALIBRATION OFFSET THE TECHNICIAN   *
      * MEASURED, WITH A LEADING SIGN; LEFT BLANK WHEN NONE WAS  *
      * MEASURED.                                                *
      *----------------------------------------------------------*
       FD  COMPLETION-FILE.
       01  COMPLETION-RECORD.
           05  WC-ORDER-NO             PIC X(15).
           05  WC-SENSOR-ID            PIC X(08).
           05  WC-COMPLETE-DATE        PIC X(08).
           05  WC-TECHNICIAN           PIC X(10).
           05  WC-NEW-OFFSET           PIC S9(3)V9(3)
                                       SIGN LEADING SEPARATE.
           05  WC-NEW-OFFSET-X REDEFINES WC-NEW-OFFSET
                                       PIC X(07).

       FD  COMPLETION-REPORT-FILE.
       01  COMPLETION-REPORT-RECORD    PIC X(80).

       COPY LOGREC.

       WORKING-STORAGE SECTION.
       01  WS-OW-FILE-STATUS           PIC X(02).
           88  WS-OW-OK                VALUE '00'.

       01  WS-SEN-FILE-STATUS          PIC X(02).
           88  WS-SEN-FILE-OK          VALUE '00'.

       01  WS-TRANS-FILE-STATUS        PIC X(02).
           88  WS-TRANS-OK             VALUE '00'.

       01  WS-WC-FILE-STATUS           PIC X(02).
           88  WS-WC-OK                VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-END-OF-COMPL-SW          PIC X(01).
           88  WS-END-OF-COMPL         VALUE 'Y'.

       01  WS-END-OF-ORDERS-SW         PIC X(01).
           88  WS-END-OF-ORDERS        VALUE 'Y'.

       01  WS-ORDER-FOUND-SW           PIC X(01).
           88  WS-ORDER-FOUND          VALUE 'Y'.

       01  WS-UPDATE-FAILED-SW         PIC X(01).
           88  WS-UPDATE-FAILED        VALUE 'Y'.

       01  WS-COMPL-READ               PIC 9(05) COMP.
       01  WS-ORDERS-CLOSED            PIC 9(05) COMP.
       01  WS-CHANGES-WRITTEN          PIC 9(05) COMP.
       01  WS-COMPL-REJECTED           PIC 9(05) COMP.

       01  WS-ACTION-RESULT            PIC X(26).

       01  WS-LOG-OFFSET-RESULT.
           05  FILLER                  PIC X(07) VALUE 'OFFSET '.
           05  LR-OFFSET               PIC -999.999.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
                   'ORDER NUMBER'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SENSOR'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'REASON'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'DONE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'TECHNICIAN'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(26) VALUE 'RESULT'.

       01  WS-REPORT-LINE.
           05  RL-ORDER-NO             PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-SENSOR-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REASON               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-COMPLETE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-TECHNICIAN           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-RESULT               PIC X(26).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  SL-READ                 PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' CLOSED='.
           05  SL-CLOSED               PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' CHANGES='.
           05  SL-CHANGES              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE ' REJECTED='.
           05  SL-REJECTED             PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 3100-READ-COMPLETION THRU 3100-EXIT.
                 PERFORM 3000-APPLY-COMPLETION THRU 3000-EXIT
                     UNTIL WS-END-OF-COMPL.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS EVERY FILE EXCEPT THE AUDIT LOG, WHICH IS OPENED   *
      * PER RECORD. WORKOPEN IS OPENED I-O TO CLOSE ORDERS, AND  *
      * SENSTRAN EXTEND SO THE CHANGE TRANSACTIONS JOIN ANY      *
      * ALREADY WAITING FOR THE NEXT SENSORADM RUN. ANY OPEN     *
      * FAILURE ENDS THE STEP WITH RETURN CODE 8 BEFORE ANY      *
      * ORDER IS CLOSED.                                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-COMPL-READ.
                 MOVE 0 TO WS-ORDERS-CLOSED.
                 MOVE 0 TO WS-CHANGES-WRITTEN.
                 MOVE 0 TO WS-COMPL-REJECTED.
                 MOVE 'N' TO WS-UPDATE-FAILED-SW.
                 MOVE 'N' TO WS-END-OF-COMPL-SW.
                 OPEN INPUT COMPLETION-FILE.
                 IF NOT WS-WC-OK
                     DISPLAY 'Unable to open COMPLETION-FILE, '
                         'status ' WS-WC-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT COMPLETION-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open COMPLETION-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE COMPLETION-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O OPEN-ORDER-FILE.
                 IF NOT WS-OW-OK
                     DISPLAY 'Unable to open OPEN-ORDER-FILE, '
                         'status ' WS-OW-FILE-STATUS
                     CLOSE COMPLETION-FILE
                     CLOSE COMPLETION-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                     CLOSE COMPLETION-FILE
                     CLOSE COMPLETION-REPORT-FILE
                     CLOSE OPEN-ORDER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN EXTEND SENSOR-TRANS-FILE.
                 IF NOT WS-TRANS-OK
                     DISPLAY 'Unable to open SENSOR-TRANS-FILE, '
                         'status ' WS-TRANS-FILE-STATUS
                     CLOSE COMPLETION-FILE
                     CLOSE COMPLETION-REPORT-FILE
                     CLOSE OPEN-ORDER-FILE
                     CLOSE SENSOR-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 WRITE COMPLETION-REPORT-RECORD FROM WS-HEADING-LINE.
       1000-EXIT.
                 EXIT.

       3100-READ-COMPLETION.
                 READ COMPLETION-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-COMPL-SW
                     NOT AT END
                         ADD 1 TO WS-COMPL-READ
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-APPLY-COMPLETION                                     *
      * VALIDATES ONE COMPLETION, FINDS ITS OPEN ORDER, WRITES   *
      * THE CHANGE TRANSACTION WHEN AN OFFSET WAS MEASURED, AND  *
      * ONLY THEN CLOSES THE ORDER. A REJECTED COMPLETION LEAVES *
      * THE ORDER OPEN, SO THE CORRECTED RECORD CAN BE FED BACK  *
      * IN. WS-ACTION-RESULT CARRIES THE OUTCOME OR THE REJECT   *
      * REASON.                                                  *
      *----------------------------------------------------------*
       3000-APPLY-COMPLETION.
                 MOVE SPACES TO WS-ACTION-RESULT.
                 MOVE SPACES TO RL-REASON.
                 IF WC-ORDER-NO = SPACES OR
                    WC-SENSOR-ID = SPACES
                     MOVE 'REJECTED - NO ORDER/SENSOR'
                         TO WS-ACTION-RESULT
                     GO TO 3000-REPORT
                 END-IF.
                 IF WC-COMPLETE-DATE IS NOT NUMERIC
                     MOVE 'REJECTED - BAD DATE'
                         TO WS-ACTION-RESULT
                     GO TO 3000-REPORT
                 END-IF.
                 IF WC-NEW-OFFSET-X NOT = SPACES AND
                    WC-NEW-OFFSET IS NOT NUMERIC
                     MOVE 'REJECTED - BAD OFFSET'
                         TO WS-ACTION-RESULT
                     GO TO 3000-REPORT
                 END-IF.
                 PERFORM 4000-FIND-ORDER THRU 4000-EXIT.
                 IF NOT WS-ORDER-FOUND
                     MOVE 'REJECTED - NO OPEN ORDER'
                         TO WS-ACTION-RESULT
                     GO TO 3000-REPORT
                 END-IF.
                 MOVE OW-REASON TO RL-REASON.
                 IF WC-NEW-OFFSET-X = SPACES
                     MOVE 'CLOSED' TO WS-ACTION-RESULT
                 ELSE
                     PERFORM 5000-WRITE-CHANGE THRU 5000-EXIT
                 END-IF.
                 IF WS-ACTION-RESULT(1:8) = 'REJECTED'
                     GO TO 3000-REPORT
                 END-IF.
                 PERFORM 6000-CLOSE-ORDER THRU 6000-EXIT.
       3000-REPORT.
                 IF WS-ACTION-RESULT(1:8) = 'REJECTED'
                     ADD 1 TO WS-COMPL-REJECTED
                 END-IF.
                 MOVE WC-ORDER-NO TO RL-ORDER-NO.
                 MOVE WC-SENSOR-ID TO RL-SENSOR-ID.
                 MOVE WC-COMPLETE-DATE TO RL-COMPLETE-DATE.
                 MOVE WC-TECHNICIAN TO RL-TECHNICIAN.
                 MOVE WS-ACTION-RESULT TO RL-RESULT.
                 WRITE COMPLETION-REPORT-RECORD FROM WS-REPORT-LINE.
                 PERFORM 3100-READ-COMPLETION THRU 3100-EXIT.
       3000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4000-FIND-ORDER                                           *
      * WORKOPEN IS KEYED BY SENSOR AND REASON, SO THE ORDER IS  *
      * FOUND BY STARTING AT THE COMPLETION'S SENSOR AND READING *
      * ITS FEW OPEN ORDERS FOR THE ONE WITH THE SAME NUMBER.    *
      * LEAVES THE ORDER IN THE FD WHEN WS-ORDER-FOUND IS SET.   *
      *----------------------------------------------------------*
       4000-FIND-ORDER.
                 MOVE 'N' TO WS-ORDER-FOUND-SW.
                 MOVE 'N' TO WS-END-OF-ORDERS-SW.
                 MOVE WC-SENSOR-ID TO OW-SENSOR-ID.
                 MOVE LOW-VALUES TO OW-REASON.
                 START OPEN-ORDER-FILE
                     KEY IS NOT LESS THAN OW-ORDER-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-ORDERS-SW
                 END-START.
                 PERFORM 4100-MATCH-ORDER THRU 4100-EXIT
                     UNTIL WS-END-OF-ORDERS OR WS-ORDER-FOUND.
       4000-EXIT.
                 EXIT.

       4100-MATCH-ORDER.
                 READ OPEN-ORDER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-ORDERS-SW
                         GO TO 4100-EXIT
                 END-READ.
                 IF OW-SENSOR-ID NOT = WC-SENSOR-ID
                     MOVE 'Y' TO WS-END-OF-ORDERS-SW
                     GO TO 4100-EXIT
                 END-IF.
                 IF OW-ORDER-NO = WC-ORDER-NO
                     MOVE 'Y' TO WS-ORDER-FOUND-SW
                 END-IF.
       4100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-WRITE-CHANGE                                         *
      * WRITES A SENSORADM CHANGE TRANSACTION CARRYING ONLY THE  *
      * NEW CALIBRATION OFFSET. THE LOCATION, VALID RANGE AND    *
      * ZONE ARE LEFT BLANK, SO SENSORADM KEEPS WHATEVER THE     *
      * SENSOR HOLDS WHEN THE CHANGE IS APPLIED, EVEN IF ANOTHER *
      * TRANSACTION AHEAD OF IT ON SENSTRAN ALTERS THEM. A       *
      * SENSOR NO LONGER ON THE MASTER IS REJECTED AND ITS ORDER *
      * LEFT OPEN.                                               *
      *----------------------------------------------------------*
       5000-WRITE-CHANGE.
                 MOVE WC-SENSOR-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         MOVE 'REJECTED - NOT ON MASTER'
                             TO WS-ACTION-RESULT
                         GO TO 5000-EXIT
                 END-READ.
                 MOVE 'C' TO ST-ACTION.
                 MOVE SM-SENSOR-ID TO ST-SENSOR-ID.
                 MOVE SPACES TO ST-LOCATION.
                 MOVE WC-NEW-OFFSET TO ST-CAL-OFFSET.
                 MOVE SPACES TO ST-MIN-VALID-X.
                 MOVE SPACES TO ST-MAX-VALID-X.
                 MOVE SPACES TO ST-ZONE-ID.
                 WRITE SENSOR-TRANS-RECORD.
                 IF NOT WS-TRANS-OK
                     DISPLAY 'Unable to write SENSOR-TRANS-FILE, '
                         'status ' WS-TRANS-FILE-STATUS
                     MOVE 'Y' TO WS-UPDATE-FAILED-SW
                     MOVE 'REJECTED - SENSTRAN FAILED'
                         TO WS-ACTION-RESULT
                     GO TO 5000-EXIT
                 END-IF.
                 ADD 1 TO WS-CHANGES-WRITTEN.
                 MOVE 'CLOSED, CHANGE WRITTEN' TO WS-ACTION-RESULT.
       5000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-CLOSE-ORDER                                          *
      * DELETES THE ORDER FOUND BY 4000 FROM WORKOPEN AND LOGS   *
      * IT: LOG-USER-ID IS THE TECHNICIAN, LOG-INPUT-1 THE ORDER *
      * NUMBER, LOG-INPUT-2 THE COMPLETION DATE AND LOG-RESULT   *
      * THE NEW OFFSET OR 'CLOSED'. THE ORDER NUMBER LEADS TO    *
      * THE SENSOR ON THE WORKORD EXTRACT.                       *
      *----------------------------------------------------------*
       6000-CLOSE-ORDER.
                 DELETE OPEN-ORDER-FILE
                     INVALID KEY
                         DISPLAY 'Unable to close order '
                             OW-ORDER-NO ', status '
                             WS-OW-FILE-STATUS
                         MOVE 'Y' TO WS-UPDATE-FAILED-SW
                         MOVE 'REJECTED - NOT CLOSED'
                             TO WS-ACTION-RESULT
                         GO TO 6000-EXIT
                 END-DELETE.
                 ADD 1 TO WS-ORDERS-CLOSED.
                 MOVE WC-TECHNICIAN TO LOG-USER-ID.
                 MOVE WC-ORDER-NO TO LOG-INPUT-1.
                 MOVE WC-COMPLETE-DATE TO LOG-INPUT-2.
                 MOVE 'W' TO LOG-OPERATION.
                 IF WC-NEW-OFFSET-X = SPACES
                     MOVE 'CLOSED' TO LOG-RESULT
                 ELSE
                     MOVE WC-NEW-OFFSET TO LR-OFFSET
                     MOVE WS-LOG-OFFSET-RESULT TO LOG-RESULT
                 END-IF.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
       6000-EXIT.
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
                 MOVE 'WOCOMP' TO LOG-PROGRAM.
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
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY COMPLETION APPLIED, 4     *
      * WHEN ANY WERE REJECTED, 8 WHEN SENSTRAN OR WORKOPEN      *
      * COULD NOT BE UPDATED.                                    *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-COMPL-READ TO SL-READ.
                 MOVE WS-ORDERS-CLOSED TO SL-CLOSED.
                 MOVE WS-CHANGES-WRITTEN TO SL-CHANGES.
                 MOVE WS-COMPL-REJECTED TO SL-REJECTED.
                 WRITE COMPLETION-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 CLOSE COMPLETION-FILE.
                 CLOSE COMPLETION-REPORT-FILE.
                 CLOSE OPEN-ORDER-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 CLOSE SENSOR-TRANS-FILE.
                 IF WS-UPDATE-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     IF WS-COMPL-REJECTED > 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM WOCOMP.
