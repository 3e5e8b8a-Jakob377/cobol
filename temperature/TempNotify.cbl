      *                EARLIER RETURN CODE 8, SO A RUN THAT      *
      *                COULD NOT POST ITS BREACHES CANNOT        *
      *                TRIGGER THE DRAIN STEPS AND LOSE THEM.    *
      * 2026-10-15 JB  SENSOR MASTER IS NOW KEYED ON SENSOR ID.  *
      *                A NEW ALERT'S LOCATION IS READ DIRECTLY   *
      *                FROM THE MASTER INSTEAD OF FROM A 20-     *
      *                ENTRY TABLE LOADED AT START-UP.           *
      * 2026-10-15 JB  ESCALATION OF UNACKNOWLEDGED ALERTS. EACH *
      *                RUN WORKS OUT FROM OA-FIRST-TS HOW MANY   *
      *                HOURS EVERY OPEN ALERT HAS WAITED AND     *
      *                CHECKS IT AGAINST THE ONCALL ROSTER (BY   *
      *                THE SENSOR'S ZONE, ELSE ITS LOCATION,     *
      *                ELSE THE DEFAULT ENTRIES). EACH CONTACT   *
      *                ON A NEWLY REACHED TIER GETS A NOTIFOUT   *
      *                RECORD FOR THE PAGING/E-MAIL GATEWAY AND  *
      *                AN AUDIT-LOG RECORD; THE TIER, TIME AND   *
      *                CONTACT ARE KEPT ON THE OPEN ALERT SO NO  *
      *                TIER IS EVER NOTIFIED TWICE.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY SENSEL.

           COPY LOGSEL.

           SELECT OPEN-ALERT-FILE ASSIGN TO "OPENALRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT ON-CALL-ROSTER-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.

           SELECT NOTIFICATION-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TAREC.

       COPY SENREC.

       COPY LOGREC.

      *----------------------------------------------------------*
      * ONE RECORD PER SENSOR AND LIMIT TYPE STILL AWAITING AN   *
      * ACKNOWLEDGMENT. REPEATED BREACHES UPDATE THE RECORD IN   *
      * PLACE; AN ALRTACK TRANSACTION DELETES IT. OA-ESC-TIER IS *
      * THE HIGHEST ON-CALL TIER NOTIFIED YET (0 = NONE), WITH   *
      * WHEN AND TO WHOM THAT TIER WENT. ALERTS OPEN WHEN THESE  *
      * FIELDS WERE ADDED WERE CONVERTED TO THIS LAYOUT BY THE   *
      * ONE-TIME ALRTCONV JOB AND START AT TIER 0.               *
      *----------------------------------------------------------*
       FD  OPEN-ALERT-FILE.
       01  OPEN-ALERT-RECORD.
           05  OA-BREACH-COUNT         PIC 9(05).
           05  OA-LAST-READING         PIC -999.999.
           05  OA-LIMIT                PIC -999.999.
           05  OA-ESC-TIER             PIC 9(01).
           05  OA-ESC-TS               PIC X(14).
           05  OA-ESC-CONTACT          PIC X(10).

       FD  ALERT-ACK-FILE.
       01  ALERT-ACK-RECORD.
       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-RECORD         PIC X(80).

      *----------------------------------------------------------*
      * ON-CALL ROSTER, ONE RECORD PER CONTACT PER TIER.         *
      * RO-SCOPE-TYPE Z COVERS THE ZONE IN RO-SCOPE, L THE       *
      * SENSOR LOCATION IN RO-SCOPE, AND * EVERY ALERT NOT       *
      * COVERED BY A ZONE OR LOCATION ENTRY. A TIER IS ENGAGED   *
      * ONCE AN ALERT HAS BEEN OPEN RO-HOURS HOURS; SEVERAL      *
      * CONTACTS MAY SHARE A TIER.                               *
      *----------------------------------------------------------*
       FD  ON-CALL-ROSTER-FILE.
       01  ON-CALL-ROSTER-RECORD.
           05  RO-SCOPE-TYPE           PIC X(01).
           05  RO-SCOPE                PIC X(20).
           05  RO-TIER                 PIC 9(01).
           05  RO-CONTACT-ID           PIC X(10).
           05  RO-HOURS                PIC 9(03).

      *----------------------------------------------------------*
      * ONE RECORD PER CONTACT TO BE PAGED OR E-MAILED, PICKED   *
      * UP BY THE NOTIFICATION GATEWAY.                          *
      *----------------------------------------------------------*
       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           05  NT-RUN-TS               PIC X(14).
           05  FILLER                  PIC X(01).
           05  NT-CONTACT-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  NT-TIER                 PIC 9(01).
           05  FILLER                  PIC X(01).
           05  NT-SENSOR-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  NT-LIMIT-TYPE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  NT-LOCATION             PIC X(20).
           05  FILLER                  PIC X(01).
           05  NT-FIRST-TS             PIC X(14).
           05  FILLER                  PIC X(01).
           05  NT-HOURS-OPEN           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  NT-LAST-READING         PIC -999.999.
           05  FILLER                  PIC X(01).
           05  NT-LIMIT                PIC -999.999.
           05  FILLER                  PIC X(01).
           05  NT-BREACH-COUNT         PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS        PIC X(02).
           88  WS-ALERT-FILE-OK        VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-RO-FILE-STATUS           PIC X(02).
           88  WS-RO-OK                VALUE '00'.

       01  WS-NT-FILE-STATUS           PIC X(02).
           88  WS-NT-OK                VALUE '00'.

       01  WS-END-OF-ALERTS-SW         PIC X(01).
           88  WS-END-OF-ALERTS        VALUE 'Y'.

       01  WS-END-OF-ACKS-SW           PIC X(01).
           88  WS-END-OF-ACKS          VALUE 'Y'.

           88  WS-END-OF-OPEN          VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-RUN-TS                   PIC X(14).

       01  WS-ALERTS-READ              PIC 9(05) COMP.
       01  WS-NEW-COUNT                PIC 9(05) COMP.
       01  WS-STILL-OPEN-COUNT         PIC 9(05) COMP.
       01  WS-ACK-COUNT                PIC 9(05) COMP.
       01  WS-ESC-COUNT                PIC 9(05) COMP.
       01  WS-NOTIFY-COUNT             PIC 9(05) COMP.

      *----------------------------------------------------------*
      * ESCALATION OF THE OPEN ALERT CURRENTLY IN THE FD: HOW    *
      * LONG IT HAS BEEN OPEN, WHICH ROSTER ENTRIES COVER IT     *
      * (WS-RO-CLASS Z, L OR *, OR SPACE WHEN NONE DO), AND THE  *
      * HIGHEST TIER NOTIFIED BY THIS RUN.                       *
      *----------------------------------------------------------*
       01  WS-ROSTER-SW                PIC X(01).
           88  WS-ROSTER-PRESENT       VALUE 'Y'.
       01  WS-END-OF-ROSTER-SW         PIC X(01).
           88  WS-END-OF-ROSTER        VALUE 'Y'.
       01  WS-RO-ZONE-SW               PIC X(01).
           88  WS-RO-ZONE-FOUND        VALUE 'Y'.
       01  WS-RO-LOC-SW                PIC X(01).
           88  WS-RO-LOC-FOUND         VALUE 'Y'.
       01  WS-RO-DEFAULT-SW            PIC X(01).
           88  WS-RO-DEFAULT-FOUND     VALUE 'Y'.
       01  WS-RO-CLASS                 PIC X(01).
       01  WS-RO-SCOPE                 PIC X(20).
       01  WS-CUR-ZONE                 PIC X(08).
       01  WS-NEW-TIER                 PIC 9(01).
       01  WS-NEW-CONTACT              PIC X(10).
       01  WS-HOURS-OPEN               PIC 9(05) COMP.
       01  WS-RUN-MINUTES              PIC S9(09) COMP.
       01  WS-FIRST-MINUTES            PIC S9(09) COMP.
       01  WS-OPEN-MINUTES             PIC S9(09) COMP.

       01  WS-TS-WORK                  PIC X(14).
       01  WS-TS-WORK-NUM REDEFINES WS-TS-WORK.
           05  WS-TS-DATE              PIC X(08).
           05  WS-TS-HH                PIC 9(02).
           05  WS-TS-MM                PIC 9(02).
           05  WS-TS-SS                PIC 9(02).

       01  WS-LOG-ESC-RESULT.
           05  FILLER                  PIC X(05) VALUE 'TIER='.
           05  LR-TIER                 PIC 9(01).
           05  FILLER                  PIC X(05) VALUE ' HRS='.
           05  LR-HOURS                PIC ZZZ9.

      *----------------------------------------------------------*
      * WORK FIELDS FOR 9000-DATE-TO-SERIAL, WHICH TURNS A       *
      * YYYYMMDD DATE INTO A DAY NUMBER SO THE HOURS AN ALERT    *
      * HAS BEEN OPEN REDUCE TO ORDINARY ARITHMETIC.             *
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

       01  WS-LOOKUP-ID                PIC X(08).
       01  WS-SEN-FOUND-SW             PIC X(01).
           88  WS-SEN-FOUND            VALUE 'Y'.

      *----------------------------------------------------------*
      * KEYS OF THE OPEN ALERTS CREATED BY THIS RUN, SO THE      *
           05  AL-BREACHES             PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' LAST='.
           05  AL-LAST-TS              PIC X(14).
           05  FILLER                  PIC X(06) VALUE ' TIER='.
           05  AL-TIER                 PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACE.

       01  WS-ACK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  TL-OPEN                 PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' ACKED='.
           05  TL-ACKED                PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE ' ESCALATED='.
           05  TL-ESCALATED            PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' NOTICES='.
           05  TL-NOTICES              PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-OPEN-SENSOR-MASTER THRU 2000-EXIT.
                 IF NOT WS-SEN-FILE-OK
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT.
                 PERFORM 4000-POST-ALERTS THRU 4000-EXIT.
                 PERFORM 4500-ESCALATE-ALERTS THRU 4500-EXIT.
                 PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
       0000-STOP.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE OPEN-ALERT FILE, THE REPORT AND THE OUTBOUND   *
      * NOTIFICATION FILE. ANY OPEN FAILING ENDS THE STEP WITH   *
      * RETURN CODE 8 BEFORE ANY ALERT STATE IS TOUCHED.         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-ALERTS-READ.
                 MOVE 0 TO WS-ACK-COUNT.
                 MOVE 0 TO WS-NEW-USED.
                 MOVE 0 TO WS-ACK-USED.
                 MOVE 0 TO WS-ESC-COUNT.
                 MOVE 0 TO WS-NOTIFY-COUNT.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-DATE TO WS-RUN-TS(1:8).
                 MOVE WS-RUN-TIME(1:6) TO WS-RUN-TS(9:6).
                 OPEN I-O OPEN-ALERT-FILE.
                 IF NOT WS-OA-OK
                     DISPLAY 'Unable to open OPEN-ALERT-FILE, status '
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT NOTIFICATION-FILE.
                 IF NOT WS-NT-OK
                     DISPLAY 'Unable to open NOTIFICATION-FILE, '
                         'status ' WS-NT-FILE-STATUS
                     CLOSE OPEN-ALERT-FILE
                     CLOSE ALERT-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-OPEN-SENSOR-MASTER                                   *
      * OPENS THE KEYED SENSOR MASTER SO EACH NEW ALERT CAN BE   *
      * ENRICHED WITH ITS SENSOR'S LOCATION. A MASTER THAT       *
      * CANNOT BE OPENED STOPS THE RUN.                          *
      *----------------------------------------------------------*
       2000-OPEN-SENSOR-MASTER.
                 OPEN INPUT SENSOR-MASTER-FILE.
                 IF NOT WS-SEN-FILE-OK
                     DISPLAY 'Unable to open SENSOR-MASTER-FILE, '
                         'status ' WS-SEN-FILE-STATUS
                 END-IF.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2300-FIND-SENSOR                                          *
      * READS WS-LOOKUP-ID FROM THE KEYED SENSOR MASTER. SETS    *
      * WS-SEN-FOUND AND LEAVES THE SENSOR IN SENSOR-MASTER-     *
      * RECORD, OR CLEARS THE SWITCH WHEN THE SENSOR IS NOT ON   *
      * THE MASTER FILE.                                         *
      *----------------------------------------------------------*
       2300-FIND-SENSOR.
                 MOVE 'N' TO WS-SEN-FOUND-SW.
                 MOVE WS-LOOKUP-ID TO SM-SENSOR-ID.
                 READ SENSOR-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-SEN-FOUND-SW
                 END-READ.
       2300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-APPLY-ACKNOWLEDGMENTS                                *
      * CLOSES OUT EVERY OPEN ALERT NAMED ON THE ALRTACK FILE,   *
                 MOVE TA-LIMIT-TYPE TO OA-LIMIT-TYPE.
                 MOVE TA-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 2300-FIND-SENSOR THRU 2300-EXIT.
                 IF WS-SEN-FOUND
                     MOVE SM-LOCATION TO OA-LOCATION
                 ELSE
                     MOVE 'UNKNOWN LOCATION' TO OA-LOCATION
                 END-IF.
                 MOVE 1 TO OA-BREACH-COUNT.
                 MOVE TA-READING TO OA-LAST-READING.
                 MOVE TA-LIMIT TO OA-LIMIT.
                 MOVE 0 TO OA-ESC-TIER.
                 MOVE SPACES TO OA-ESC-TS.
                 MOVE SPACES TO OA-ESC-CONTACT.
                 WRITE OPEN-ALERT-RECORD.
                 IF WS-NEW-USED < 50
                     ADD 1 TO WS-NEW-USED
       4300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4500-ESCALATE-ALERTS                                      *
      * PASSES EVERY ALERT STILL OPEN AFTER THE ACKS AND THE     *
      * NIGHT'S BREACHES AND ESCALATES ANY THAT HAVE BEEN OPEN   *
      * LONG ENOUGH TO ENGAGE A TIER NOT YET NOTIFIED. A MISSING *
      * ONCALL ROSTER IS REPORTED BUT DOES NOT STOP THE RUN -    *
      * THE ALERTS STAY OPEN AND ARE ESCALATED ONCE IT IS BACK.  *
      *----------------------------------------------------------*
       4500-ESCALATE-ALERTS.
                 MOVE 'N' TO WS-ROSTER-SW.
                 OPEN INPUT ON-CALL-ROSTER-FILE.
                 IF NOT WS-RO-OK
                     DISPLAY 'No ONCALL roster, status '
                         WS-RO-FILE-STATUS
                         ', no alerts escalated'
                     GO TO 4500-EXIT
                 END-IF.
                 CLOSE ON-CALL-ROSTER-FILE.
                 MOVE 'Y' TO WS-ROSTER-SW.
                 MOVE WS-RUN-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE WS-RUN-TS TO WS-TS-WORK.
                 COMPUTE WS-RUN-MINUTES = WS-DC-SERIAL * 1440
                     + WS-TS-HH * 60 + WS-TS-MM.
                 MOVE 'N' TO WS-END-OF-OPEN-SW.
                 MOVE LOW-VALUES TO OA-ALERT-KEY.
                 START OPEN-ALERT-FILE
                     KEY IS NOT LESS THAN OA-ALERT-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-END-OF-OPEN-SW
                 END-START.
                 PERFORM 5100-READ-OPEN-ALERT THRU 5100-EXIT.
                 PERFORM 4600-ESCALATE-ONE-ALERT THRU 4600-EXIT
                     UNTIL WS-END-OF-OPEN.
       4500-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4600-ESCALATE-ONE-ALERT                                   *
      * WORKS OUT HOW MANY WHOLE HOURS THE ALERT IN THE FD HAS   *
      * BEEN OPEN, PICKS THE ROSTER ENTRIES THAT COVER IT - ITS  *
      * SENSOR'S ZONE IF THE ROSTER HAS ANY, ELSE ITS LOCATION,  *
      * ELSE THE DEFAULT ENTRIES - AND NOTIFIES EVERY CONTACT ON *
      * A TIER ABOVE OA-ESC-TIER WHOSE HOURS HAVE BEEN REACHED.  *
      * THE HIGHEST TIER NOTIFIED IS WRITTEN BACK TO THE ALERT.  *
      *----------------------------------------------------------*
       4600-ESCALATE-ONE-ALERT.
                 IF OA-ESC-TIER IS NOT NUMERIC
                     MOVE 0 TO OA-ESC-TIER
                     MOVE SPACES TO OA-ESC-TS
                     MOVE SPACES TO OA-ESC-CONTACT
                 END-IF.
                 MOVE OA-FIRST-TS TO WS-TS-WORK.
                 IF OA-FIRST-TS IS NOT NUMERIC
                     DISPLAY 'Alert not escalated, bad first time '
                         OA-SENSOR-ID ' ' OA-LIMIT-TYPE
                     GO TO 4600-NEXT
                 END-IF.
                 MOVE WS-TS-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 COMPUTE WS-FIRST-MINUTES = WS-DC-SERIAL * 1440
                     + WS-TS-HH * 60 + WS-TS-MM.
                 COMPUTE WS-OPEN-MINUTES =
                     WS-RUN-MINUTES - WS-FIRST-MINUTES.
                 IF WS-OPEN-MINUTES < 0
                     MOVE 0 TO WS-OPEN-MINUTES
                 END-IF.
                 DIVIDE WS-OPEN-MINUTES BY 60 GIVING WS-HOURS-OPEN.
                 MOVE SPACES TO WS-CUR-ZONE.
                 MOVE OA-SENSOR-ID TO WS-LOOKUP-ID.
                 PERFORM 2300-FIND-SENSOR THRU 2300-EXIT.
                 IF WS-SEN-FOUND
                     MOVE SM-ZONE-ID TO WS-CUR-ZONE
                 END-IF.
                 PERFORM 4700-CHOOSE-ROSTER THRU 4700-EXIT.
                 IF WS-RO-CLASS = SPACE
                     DISPLAY 'No ONCALL entry covers alert '
                         OA-SENSOR-ID ' ' OA-LIMIT-TYPE
                     GO TO 4600-NEXT
                 END-IF.
                 MOVE OA-ESC-TIER TO WS-NEW-TIER.
                 MOVE SPACES TO WS-NEW-CONTACT.
                 MOVE 'N' TO WS-END-OF-ROSTER-SW.
                 OPEN INPUT ON-CALL-ROSTER-FILE.
                 PERFORM 4750-READ-ROSTER THRU 4750-EXIT.
                 PERFORM 4800-NOTIFY-ONE-CONTACT THRU 4800-EXIT
                     UNTIL WS-END-OF-ROSTER.
                 CLOSE ON-CALL-ROSTER-FILE.
                 IF WS-NEW-TIER > OA-ESC-TIER
                     MOVE WS-NEW-TIER TO OA-ESC-TIER
                     MOVE WS-RUN-TS TO OA-ESC-TS
                     MOVE WS-NEW-CONTACT TO OA-ESC-CONTACT
                     REWRITE OPEN-ALERT-RECORD
                         INVALID KEY
                             DISPLAY 'Unable to record escalation of '
                                 OA-SENSOR-ID ' ' OA-LIMIT-TYPE
                                 ', status ' WS-OA-FILE-STATUS
                     END-REWRITE
                     ADD 1 TO WS-ESC-COUNT
                 END-IF.
       4600-NEXT.
                 PERFORM 5100-READ-OPEN-ALERT THRU 5100-EXIT.
       4600-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4700-CHOOSE-ROSTER                                        *
      * ONE PASS OF THE ROSTER NOTING WHICH KINDS OF ENTRY COVER *
      * THE ALERT, THEN SETS WS-RO-CLASS AND WS-RO-SCOPE TO THE  *
      * MOST SPECIFIC: ZONE, THEN LOCATION, THEN DEFAULT. LEAVES *
      * WS-RO-CLASS SPACE WHEN NO ENTRY COVERS THE ALERT.        *
      *----------------------------------------------------------*
       4700-CHOOSE-ROSTER.
                 MOVE 'N' TO WS-RO-ZONE-SW.
                 MOVE 'N' TO WS-RO-LOC-SW.
                 MOVE 'N' TO WS-RO-DEFAULT-SW.
                 MOVE SPACE TO WS-RO-CLASS.
                 MOVE SPACES TO WS-RO-SCOPE.
                 MOVE 'N' TO WS-END-OF-ROSTER-SW.
                 OPEN INPUT ON-CALL-ROSTER-FILE.
                 PERFORM 4750-READ-ROSTER THRU 4750-EXIT.
                 PERFORM 4710-NOTE-ROSTER-ENTRY THRU 4710-EXIT
                     UNTIL WS-END-OF-ROSTER.
                 CLOSE ON-CALL-ROSTER-FILE.
                 IF WS-RO-ZONE-FOUND
                     MOVE 'Z' TO WS-RO-CLASS
                     MOVE WS-CUR-ZONE TO WS-RO-SCOPE
                     GO TO 4700-EXIT
                 END-IF.
                 IF WS-RO-LOC-FOUND
                     MOVE 'L' TO WS-RO-CLASS
                     MOVE OA-LOCATION TO WS-RO-SCOPE
                     GO TO 4700-EXIT
                 END-IF.
                 IF WS-RO-DEFAULT-FOUND
                     MOVE '*' TO WS-RO-CLASS
                 END-IF.
       4700-EXIT.
                 EXIT.

       4710-NOTE-ROSTER-ENTRY.
                 EVALUATE RO-SCOPE-TYPE
                     WHEN 'Z'
                         IF WS-CUR-ZONE NOT = SPACES AND
                            RO-SCOPE = WS-CUR-ZONE
                             MOVE 'Y' TO WS-RO-ZONE-SW
                         END-IF
                     WHEN 'L'
                         IF RO-SCOPE = OA-LOCATION
                             MOVE 'Y' TO WS-RO-LOC-SW
                         END-IF
                     WHEN '*'
                         MOVE 'Y' TO WS-RO-DEFAULT-SW
                 END-EVALUATE.
                 PERFORM 4750-READ-ROSTER THRU 4750-EXIT.
       4710-EXIT.
                 EXIT.

       4750-READ-ROSTER.
                 READ ON-CALL-ROSTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-ROSTER-SW
                 END-READ.
       4750-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4800-NOTIFY-ONE-CONTACT                                   *
      * WRITES A NOTIFICATION AND AN AUDIT-LOG RECORD FOR THE    *
      * ROSTER ENTRY IN THE FD WHEN IT COVERS THE ALERT, ITS     *
      * TIER HAS NOT BEEN NOTIFIED AND ITS HOURS HAVE PASSED.    *
      *----------------------------------------------------------*
       4800-NOTIFY-ONE-CONTACT.
                 IF RO-SCOPE-TYPE NOT = WS-RO-CLASS OR
                    RO-TIER IS NOT NUMERIC OR
                    RO-HOURS IS NOT NUMERIC
                     GO TO 4800-NEXT
                 END-IF.
                 IF WS-RO-CLASS NOT = '*' AND
                    RO-SCOPE NOT = WS-RO-SCOPE
                     GO TO 4800-NEXT
                 END-IF.
                 IF RO-TIER NOT > OA-ESC-TIER OR
                    RO-HOURS > WS-HOURS-OPEN
                     GO TO 4800-NEXT
                 END-IF.
                 MOVE SPACES TO NOTIFICATION-RECORD.
                 MOVE WS-RUN-TS TO NT-RUN-TS.
                 MOVE RO-CONTACT-ID TO NT-CONTACT-ID.
                 MOVE RO-TIER TO NT-TIER.
                 MOVE OA-SENSOR-ID TO NT-SENSOR-ID.
                 MOVE OA-LIMIT-TYPE TO NT-LIMIT-TYPE.
                 MOVE OA-LOCATION TO NT-LOCATION.
                 MOVE OA-FIRST-TS TO NT-FIRST-TS.
                 MOVE WS-HOURS-OPEN TO NT-HOURS-OPEN.
                 MOVE OA-LAST-READING TO NT-LAST-READING.
                 MOVE OA-LIMIT TO NT-LIMIT.
                 MOVE OA-BREACH-COUNT TO NT-BREACH-COUNT.
                 WRITE NOTIFICATION-RECORD.
                 ADD 1 TO WS-NOTIFY-COUNT.
                 MOVE RO-CONTACT-ID TO LOG-USER-ID.
                 MOVE SPACES TO LOG-INPUT-1.
                 STRING OA-SENSOR-ID ' ' OA-LIMIT-TYPE
                     DELIMITED BY SIZE INTO LOG-INPUT-1.
                 MOVE OA-FIRST-TS TO LOG-INPUT-2.
                 MOVE 'E' TO LOG-OPERATION.
                 MOVE RO-TIER TO LR-TIER.
                 MOVE WS-HOURS-OPEN TO LR-HOURS.
                 MOVE WS-LOG-ESC-RESULT TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
                 IF RO-TIER > WS-NEW-TIER
                     MOVE RO-TIER TO WS-NEW-TIER
                     MOVE RO-CONTACT-ID TO WS-NEW-CONTACT
                 END-IF.
       4800-NEXT.
                 PERFORM 4750-READ-ROSTER THRU 4750-EXIT.
       4800-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-WRITE-REPORT                                         *
      * PRINTS THE MORNING NOTIFICATION REPORT: ALERTS OPENED BY *
                 MOVE OA-LIMIT-TYPE TO AL-LIMIT-TYPE.
                 MOVE OA-BREACH-COUNT TO AL-BREACHES.
                 MOVE OA-LAST-TS TO AL-LAST-TS.
                 IF OA-ESC-TIER IS NUMERIC
                     MOVE OA-ESC-TIER TO AL-TIER
                 ELSE
                     MOVE 0 TO AL-TIER
                 END-IF.
                 WRITE ALERT-REPORT-RECORD FROM WS-ALERT-LINE.
       5600-EXIT.
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
                 MOVE 'TEMPNOTE' TO LOG-PROGRAM.
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
                 MOVE WS-NEW-COUNT TO TL-NEW.
                 MOVE WS-STILL-OPEN-COUNT TO TL-OPEN.
                 MOVE WS-ACK-COUNT TO TL-ACKED.
                 MOVE WS-ESC-COUNT TO TL-ESCALATED.
                 MOVE WS-NOTIFY-COUNT TO TL-NOTICES.
                 WRITE ALERT-REPORT-RECORD FROM WS-TOTAL-LINE.
                 CLOSE OPEN-ALERT-FILE.
                 CLOSE ALERT-REPORT-FILE.
                 CLOSE NOTIFICATION-FILE.
                 CLOSE SENSOR-MASTER-FILE.
                 IF RETURN-CODE = 0 AND
                    (WS-NEW-COUNT > 0 OR WS-STILL-OPEN-COUNT > 0)
                     MOVE 4 TO RETURN-CODE
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

       END PROGRAM TEMPNOTE.
