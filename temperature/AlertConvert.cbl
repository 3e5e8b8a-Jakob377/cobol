       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTCONV AS "ALRTCONV".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. ONE-TIME CONVERSION OF THE   *
      *                KEYED OPENALRT OPEN-ALERT FILE FROM 81 TO *
      *                106-BYTE RECORDS FOR TEMPNOTE'S ON-CALL   *
      *                ESCALATION. EVERY OPEN ALERT ON THE OLD   *
      *                FILE (OPENOLD) IS COPIED BY KEY WITH      *
      *                ESCALATION TIER 0 AND NO ESCALATION TIME  *
      *                OR CONTACT. THE NEW FILE IS THEN READ     *
      *                BACK END TO END AND ITS COUNT PROVED      *
      *                AGAINST THE RECORDS READ, AS SENLOAD      *
      *                DOES. RC 0 ONLY WHEN THEY AGREE.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ALERT-FILE ASSIGN TO "OPENALRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-ALERT-KEY
               FILE STATUS IS WS-OA-FILE-STATUS.

           SELECT OLD-ALERT-FILE ASSIGN TO "OPENOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-ALERT-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO "ALCNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * THE OPEN ALERT AS TEMPNOTE NOW HOLDS IT: THE OLD RECORD  *
      * FOLLOWED BY THE HIGHEST ON-CALL TIER NOTIFIED, WHEN AND  *
      * TO WHOM.                                                 *
      *----------------------------------------------------------*
       FD  OPEN-ALERT-FILE.
       01  OPEN-ALERT-RECORD.
           05  OA-ALERT-KEY.
               10  OA-SENSOR-ID        PIC X(08).
               10  OA-LIMIT-TYPE       PIC X(04).
           05  OA-LOCATION             PIC X(20).
           05  OA-FIRST-TS             PIC X(14).
           05  OA-LAST-TS              PIC X(14).
           05  OA-BREACH-COUNT         PIC 9(05).
           05  OA-LAST-READING         PIC -999.999.
           05  OA-LIMIT                PIC -999.999.
           05  OA-ESC-TIER             PIC 9(01).
           05  OA-ESC-TS               PIC X(14).
           05  OA-ESC-CONTACT          PIC X(10).

      *----------------------------------------------------------*
      * THE OPEN ALERT AS IT WAS HELD BEFORE ESCALATION: 81      *
      * BYTES, KEYED ON SENSOR ID AND LIMIT TYPE.                *
      *----------------------------------------------------------*
       FD  OLD-ALERT-FILE.
       01  OLD-ALERT-RECORD.
           05  OO-ALERT-KEY.
               10  OO-SENSOR-ID        PIC X(08).
               10  OO-LIMIT-TYPE       PIC X(04).
           05  OO-LOCATION             PIC X(20).
           05  OO-FIRST-TS             PIC X(14).
           05  OO-LAST-TS              PIC X(14).
           05  OO-BREACH-COUNT         PIC 9(05).
           05  OO-LAST-READING         PIC X(08).
           05  OO-LIMIT                PIC X(08).

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OA-FILE-STATUS           PIC X(02).
           88  WS-OA-OK                VALUE '00'.

       01  WS-OLD-FILE-STATUS          PIC X(02).
           88  WS-OLD-OK               VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-END-OF-OLD-SW            PIC X(01).
           88  WS-END-OF-OLD           VALUE 'Y'.

       01  WS-END-OF-ALERTS-SW         PIC X(01).
           88  WS-END-OF-ALERTS        VALUE 'Y'.

       01  WS-LOAD-FAILED-SW           PIC X(01).
           88  WS-LOAD-FAILED          VALUE 'Y'.

       01  WS-OLD-READ                 PIC 9(05) COMP.
       01  WS-LOADED                   PIC 9(05) COMP.
       01  WS-KEYED-COUNT              PIC 9(05) COMP.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  SL-READ                 PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' LOADED='.
           05  SL-LOADED               PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' KEYED='.
           05  SL-KEYED                PIC ZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACE.

       01  WS-RESULT-LINE.
           05  RS-TEXT                 PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2100-READ-OLD-ALERT THRU 2100-EXIT.
                 PERFORM 2000-CONVERT-ALERT THRU 2000-EXIT
                     UNTIL WS-END-OF-OLD OR WS-LOAD-FAILED.
                 CLOSE OLD-ALERT-FILE.
                 CLOSE OPEN-ALERT-FILE.
                 IF NOT WS-LOAD-FAILED
                     PERFORM 3000-COUNT-NEW-ALERTS THRU 3000-EXIT
                 END-IF.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE OLD FILE, THE REPORT AND THE NEW OPENALRT.     *
      * OPENALRT IS OPENED OUTPUT SO THE CONVERSION ALWAYS       *
      * STARTS FROM AN EMPTY FILE AND CAN SIMPLY BE RERUN. ANY   *
      * OPEN FAILURE ENDS THE STEP WITH RETURN CODE 8.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-OLD-READ.
                 MOVE 0 TO WS-LOADED.
                 MOVE 0 TO WS-KEYED-COUNT.
                 MOVE 'N' TO WS-END-OF-OLD-SW.
                 MOVE 'N' TO WS-LOAD-FAILED-SW.
                 OPEN INPUT OLD-ALERT-FILE.
                 IF NOT WS-OLD-OK
                     DISPLAY 'Unable to open OLD-ALERT-FILE, status '
                         WS-OLD-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT CONVERT-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open CONVERT-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE OLD-ALERT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT OPEN-ALERT-FILE.
                 IF NOT WS-OA-OK
                     DISPLAY 'Unable to open OPEN-ALERT-FILE, status '
                         WS-OA-FILE-STATUS
                     CLOSE OLD-ALERT-FILE
                     CLOSE CONVERT-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-CONVERT-ALERT                                        *
      * WRITES ONE OLD OPEN ALERT TO THE NEW FILE AT TIER 0, SO  *
      * THE NEXT TEMPNOTE RUN ESCALATES IT FROM THE FIRST TIER   *
      * BY ITS FIRST-BREACH TIME. ANY WRITE FAILURE STOPS THE    *
      * CONVERSION.                                              *
      *----------------------------------------------------------*
       2000-CONVERT-ALERT.
                 MOVE OLD-ALERT-RECORD TO OPEN-ALERT-RECORD.
                 MOVE 0 TO OA-ESC-TIER.
                 MOVE SPACES TO OA-ESC-TS.
                 MOVE SPACES TO OA-ESC-CONTACT.
                 WRITE OPEN-ALERT-RECORD
                     INVALID KEY
                         CONTINUE
                 END-WRITE.
                 IF NOT WS-OA-OK
                     DISPLAY 'Unable to write OPEN-ALERT-FILE for '
                         OO-ALERT-KEY ', status ' WS-OA-FILE-STATUS
                     MOVE 'Y' TO WS-LOAD-FAILED-SW
                     GO TO 2000-EXIT
                 END-IF.
                 ADD 1 TO WS-LOADED.
                 PERFORM 2100-READ-OLD-ALERT THRU 2100-EXIT.
       2000-EXIT.
                 EXIT.

       2100-READ-OLD-ALERT.
                 READ OLD-ALERT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-OLD-SW
                     NOT AT END
                         ADD 1 TO WS-OLD-READ
                 END-READ.
       2100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-COUNT-NEW-ALERTS                                     *
      * READS THE CONVERTED FILE BACK FROM ITS FIRST KEY TO ITS  *
      * LAST, SO THE COUNT PROVED IS WHAT THE FILE REALLY HOLDS. *
      *----------------------------------------------------------*
       3000-COUNT-NEW-ALERTS.
                 MOVE 'N' TO WS-END-OF-ALERTS-SW.
                 OPEN INPUT OPEN-ALERT-FILE.
                 IF NOT WS-OA-OK
                     DISPLAY 'Unable to reopen OPEN-ALERT-FILE, '
                         'status ' WS-OA-FILE-STATUS
                     MOVE 'Y' TO WS-LOAD-FAILED-SW
                     GO TO 3000-EXIT
                 END-IF.
                 MOVE LOW-VALUES TO OA-ALERT-KEY.
                 START OPEN-ALERT-FILE
                     KEY IS NOT LESS THAN OA-ALERT-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-ALERTS-SW
                 END-START.
                 PERFORM 3100-READ-NEXT-ALERT THRU 3100-EXIT
                     UNTIL WS-END-OF-ALERTS.
                 CLOSE OPEN-ALERT-FILE.
       3000-EXIT.
                 EXIT.

       3100-READ-NEXT-ALERT.
                 READ OPEN-ALERT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-ALERTS-SW
                     NOT AT END
                         ADD 1 TO WS-KEYED-COUNT
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS AND THE RECONCILIATION RESULT AND SETS *
      * THE STEP RETURN CODE: 0 WHEN EVERY ALERT READ IS ON THE  *
      * NEW FILE, 8 WHEN THE COUNTS DO NOT AGREE OR THE          *
      * CONVERSION FAILED.                                       *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-OLD-READ TO SL-READ.
                 MOVE WS-LOADED TO SL-LOADED.
                 MOVE WS-KEYED-COUNT TO SL-KEYED.
                 WRITE CONVERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 IF NOT WS-LOAD-FAILED
                    AND WS-LOADED = WS-OLD-READ
                    AND WS-KEYED-COUNT = WS-OLD-READ
                     MOVE 'COUNTS AGREE' TO RS-TEXT
                 ELSE
                     MOVE 'COUNTS DO NOT AGREE' TO RS-TEXT
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-LOAD-FAILED
                     MOVE 'CONVERSION FAILED - SEE JOB LOG' TO RS-TEXT
                 END-IF.
                 WRITE CONVERT-REPORT-RECORD FROM WS-RESULT-LINE.
                 CLOSE CONVERT-REPORT-FILE.
                 DISPLAY 'ALRTCONV ' RS-TEXT.
       8000-EXIT.
                 EXIT.

       END PROGRAM ALRTCONV.
