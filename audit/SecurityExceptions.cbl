       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECEXCP AS "SECEXCP".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. SECURITY EXCEPTION REPORT    *
      *                READING THE AUDIT LOG TOGETHER WITH       *
      *                USERFILE, FAILCNT AND RUNREG. LISTS       *
      *                LOGINS AND CALCULATIONS BY IDS NOW        *
      *                LOCKED, DISABLED OR DELETED; LOGINS       *
      *                WITHIN MINUTES OF A USERADM UNLOCK OF     *
      *                THE SAME ID; ACTIVITY OUTSIDE THE SECCTL  *
      *                BUSINESS-HOURS WINDOW; AND BATCH RUNS ON  *
      *                THE LOG WITH NO RUNREG COMPLETION, OR THE *
      *                OTHER WAY ROUND. EVERY EXCEPTION ALSO     *
      *                GOES TO THE SECSIEM FEED FILE.            *
      * 2026-10-15 JB  RUNREG COMPLETIONS OLDER THAN THE FIRST   *
      *                RECORD ON THE LIVE LOG ARE NO LONGER      *
      *                CHECKED FOR A LOG RUN: LOGARCH HAS MOVED  *
      *                THEIR LOG RECORDS TO THE ARCHIVE. THE     *
      *                REPORT SAYS FROM WHICH DATE RUNS WERE     *
      *                CHECKED.                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOGSEL.

           COPY USRSEL.

           COPY FCSEL.

           COPY RRSEL.

           SELECT SECURITY-CONTROL-FILE ASSIGN TO "SECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECCTL-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SIEM-FEED-FILE ASSIGN TO "SECSIEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIEM-FILE-STATUS.

           SELECT LOG-SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUN-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       COPY LOGREC.

       COPY USRREC.

       COPY FCREC.

       COPY RRREC.

      *----------------------------------------------------------*
      * ONE OPTIONAL CONTROL RECORD: BUSINESS DAY START AND END  *
      * (HHMM), WEEKDAYS-ONLY FLAG (Y/N) AND THE UNLOCK WINDOW   *
      * IN MINUTES.                                              *
      *----------------------------------------------------------*
       FD  SECURITY-CONTROL-FILE.
       01  SECURITY-CONTROL-RECORD.
           05  SC-DAY-START            PIC 9(04).
           05  SC-DAY-END              PIC 9(04).
           05  SC-WEEKDAYS-ONLY        PIC X(01).
           05  SC-UNLOCK-MINUTES       PIC 9(03).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD     PIC X(80).

       FD  SIEM-FEED-FILE.
       01  SIEM-FEED-RECORD            PIC X(93).

      *----------------------------------------------------------*
      * AUDIT LOG RECORDS IN THE PARM RANGE, SORTED INTO THE     *
      * ORDER THEY WERE WRITTEN SO AN UNLOCK IS SEEN BEFORE THE  *
      * LOGINS THAT FOLLOW IT.                                   *
      *----------------------------------------------------------*
       SD  LOG-SORT-FILE.
       01  LOG-SORT-RECORD.
           05  SL-DATE                 PIC X(08).
           05  SL-TIME                 PIC X(08).
           05  SL-PROGRAM              PIC X(09).
           05  SL-USER-ID              PIC X(10).
           05  SL-INPUT-1              PIC X(15).
           05  SL-INPUT-2              PIC X(15).
           05  SL-OPERATION            PIC X(01).
           05  SL-RESULT               PIC X(15).
           05  SL-RUN-ID               PIC X(14).
           05  SL-SEQ                  PIC 9(05).

      *----------------------------------------------------------*
      * ONE RECORD PER AUDIT LOG RECORD OF A PROGRAM THAT WRITES *
      * RUNREG (TYPE L, STAMPED WITH ITS RUN ID) AND ONE PER     *
      * RUNREG COMPLETION (TYPE R, STAMPED WITH ITS END DATE AND *
      * TIME), SORTED BY PROGRAM AND STAMP SO EACH RUN IS        *
      * FOLLOWED BY THE COMPLETION THAT CLOSED IT.               *
      *----------------------------------------------------------*
       SD  RUN-SORT-FILE.
       01  RUN-SORT-RECORD.
           05  SR-PROGRAM              PIC X(09).
           05  SR-STAMP                PIC X(14).
           05  SR-TYPE                 PIC X(01).
               88  SR-LOG-RECORD       VALUE 'L'.
               88  SR-COMPLETION       VALUE 'R'.
           05  SR-SUMMARY              PIC X(01).
           05  SR-RC                   PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-USER-FILE-STATUS         PIC X(02).
           88  WS-USER-FILE-OK         VALUE '00'.

       01  WS-FC-FILE-STATUS           PIC X(02).
           88  WS-FC-OK                VALUE '00'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-SECCTL-STATUS            PIC X(02).
           88  WS-SECCTL-OK            VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-SIEM-FILE-STATUS         PIC X(02).
           88  WS-SIEM-OK              VALUE '00'.

       01  WS-END-OF-LOG-SW            PIC X(01).
           88  WS-END-OF-LOG           VALUE 'Y'.

       01  WS-END-OF-RR-SW             PIC X(01).
           88  WS-END-OF-RR            VALUE 'Y'.

       01  WS-END-OF-SORT-SW           PIC X(01).
           88  WS-END-OF-SORT          VALUE 'Y'.

       01  WS-FOUND-SW                 PIC X(01).
           88  WS-FOUND                VALUE 'Y'.

       01  WS-RUN-TIME                 PIC X(08).
       01  WS-RECORDS-READ             PIC 9(07) COMP.

       01  WS-FROM-DATE                PIC X(08).
       01  WS-TO-DATE                  PIC X(08).

      *----------------------------------------------------------*
      * THE EARLIEST RUN-ID OR DATE-AND-TIME STAMP ON THE LIVE   *
      * AUDIT LOG. LOGARCH MOVES OLDER RECORDS TO THE ARCHIVE,   *
      * SO A RUNREG COMPLETION BEFORE IT CANNOT BE CHECKED FOR   *
      * A LOG RUN AND IS ONLY COUNTED.                           *
      *----------------------------------------------------------*
       01  WS-LOG-STAMP                PIC X(14).
       01  WS-LOG-FIRST-STAMP          PIC X(14).
       01  WS-ARCHIVED-COUNT           PIC 9(07) COMP.

      *----------------------------------------------------------*
      * SECCTL SETTINGS. WS-WINDOW-TEXT DOUBLES AS THE HHMM-HHMM *
      * WINDOW SHOWN ON THE REPORT.                              *
      *----------------------------------------------------------*
       01  WS-WINDOW-TEXT.
           05  WS-DAY-START            PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DAY-END              PIC 9(04).
       01  WS-WEEKDAYS-ONLY            PIC X(01).
           88  WS-WEEKDAYS-ONLY-Y      VALUE 'Y'.
       01  WS-UNLOCK-MINUTES           PIC 9(03).

      *----------------------------------------------------------*
      * THE LOG RECORD BEING CHECKED: ITS ACTIVITY TEXT, ITS     *
      * TIME OF DAY AND ITS POSITION IN MINUTES FROM THE DAY     *
      * NUMBER, FOR THE UNLOCK WINDOW.                           *
      *----------------------------------------------------------*
       01  WS-ACTIVITY.
           05  WS-AC-VERB              PIC X(06).
           05  WS-AC-OBJECT            PIC X(08).
       01  WS-EV-TIME                  PIC X(08).
       01  WS-EV-TIME-HM REDEFINES WS-EV-TIME.
           05  WS-EV-HH                PIC 9(02).
           05  WS-EV-MM                PIC 9(02).
           05  FILLER                  PIC X(04).
       01  WS-EV-TIME-HHMM REDEFINES WS-EV-TIME.
           05  WS-EV-HHMM              PIC 9(04).
           05  FILLER                  PIC X(04).
       01  WS-EV-MINUTES               PIC 9(09) COMP.
       01  WS-EV-WEEKDAY               PIC 9(01) COMP.
       01  WS-MONDAY-SERIAL            PIC 9(07) COMP.
       01  WS-WEEKS                    PIC 9(07) COMP.
       01  WS-ELAPSED                  PIC 9(09) COMP.

      *----------------------------------------------------------*
      * RECENT USERADM UNLOCKS, ONE ENTRY PER ID. WHEN THE TABLE *
      * IS FULL THE OLDEST UNLOCK GIVES WAY.                     *
      *----------------------------------------------------------*
       01  WS-UNLOCK-USED              PIC 9(02) COMP.
       01  WS-UNLOCK-TABLE.
           05  WS-UL-ENTRY OCCURS 50 TIMES.
               10  WS-UL-USER-ID       PIC X(10).
               10  WS-UL-MINUTES       PIC 9(09) COMP.
       01  WS-UL-IX                    PIC 9(02) COMP.
       01  WS-UL-OLDEST                PIC 9(02) COMP.

      *----------------------------------------------------------*
      * PROGRAMS SEEN ON THE LOG OR ON RUNREG. A PROGRAM THAT    *
      * LOGS A RUN SUMMARY (OPERATION R, NO USER) ALSO RUNS      *
      * INTERACTIVELY, SO ONLY ITS RUNS CARRYING A SUMMARY ARE   *
      * BATCH RUNS; ITS COMPLETIONS ALWAYS HAVE A LOG RUN.       *
      *----------------------------------------------------------*
       01  WS-PROG-USED                PIC 9(02) COMP.
       01  WS-PROGRAM-TABLE.
           05  WS-PG-ENTRY OCCURS 50 TIMES.
               10  WS-PG-NAME          PIC X(09).
               10  WS-PG-SUMMARY-SW    PIC X(01).
               10  WS-PG-REGISTER-SW   PIC X(01).
       01  WS-PG-IX                    PIC 9(02) COMP.
       01  WS-PG-NAME-WANTED           PIC X(09).

      *----------------------------------------------------------*
      * RUN MATCHING STATE FOR THE PROGRAM IN HAND: THE RUN      *
      * BEING GATHERED FROM ITS LOG RECORDS, AND THE LAST BATCH  *
      * RUN STILL WAITING FOR ITS RUNREG COMPLETION.             *
      *----------------------------------------------------------*
       01  WS-RUN-PROGRAM              PIC X(09).
       01  WS-RUN-SUMMARY-PROG-SW      PIC X(01).
           88  WS-RUN-SUMMARY-PROG     VALUE 'Y'.
       01  WS-CUR-RUN-SW               PIC X(01).
           88  WS-CUR-RUN-OPEN         VALUE 'Y'.
       01  WS-CUR-RUN-ID               PIC X(14).
       01  WS-CUR-SUMMARY-SW           PIC X(01).
           88  WS-CUR-HAS-SUMMARY      VALUE 'Y'.
       01  WS-CUR-RECORDS              PIC 9(05) COMP.
       01  WS-PEND-SW                  PIC X(01).
           88  WS-PEND-OPEN            VALUE 'Y'.
       01  WS-PEND-RUN-ID              PIC X(14).
       01  WS-PEND-RECORDS             PIC 9(05) COMP.

       01  WS-EXCEPTION-COUNTS.
           05  WS-INACTIVE-COUNT       PIC 9(07) COMP.
           05  WS-UNLOCK-COUNT         PIC 9(07) COMP.
           05  WS-OFFHOURS-COUNT       PIC 9(07) COMP.
           05  WS-NOCOMPL-COUNT        PIC 9(07) COMP.
           05  WS-NOLOGRUN-COUNT       PIC 9(07) COMP.
           05  WS-EXCEPTION-COUNT      PIC 9(07) COMP.
           05  WS-SECTION-COUNT        PIC 9(07) COMP.

      *----------------------------------------------------------*
      * WORK FIELDS FOR 9000-DATE-TO-SERIAL, WHICH TURNS A       *
      * YYYYMMDD DATE INTO A DAY NUMBER.                         *
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

      *----------------------------------------------------------*
      * THE EXCEPTION IN HAND. 6000-WRITE-EXCEPTION PUTS IT ON   *
      * THE REPORT AND THE SIEM FEED. THE FEED RECORD IS COMMA-  *
      * DELIMITED WITH EVERY FIELD AT A FIXED POSITION.          *
      *----------------------------------------------------------*
       01  WS-SIEM-LINE.
           05  SE-TYPE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-TIME                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-PROGRAM              PIC X(09).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-USER-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(01) VALUE ','.
           05  SE-DETAIL               PIC X(32).

       01  WS-INACTIVE-DETAIL.
           05  IND-STATUS              PIC X(09).
           05  IND-ACTIVITY            PIC X(14).
           05  FILLER                  PIC X(06) VALUE 'FAILS='.
           05  IND-FAILS               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-UNLOCK-DETAIL.
           05  UND-ACTIVITY            PIC X(14).
           05  UND-MINUTES             PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE
                   ' MIN AFTER UNLK'.

       01  WS-OFFHOURS-DETAIL.
           05  OHD-ACTIVITY            PIC X(14).
           05  OHD-REASON              PIC X(08).
           05  OHD-WINDOW              PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-NOCOMPL-DETAIL.
           05  FILLER                  PIC X(12) VALUE
                   'LOG RECORDS='.
           05  NCD-RECORDS             PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                   ' NO COMPLETION'.

       01  WS-NOLOGRUN-DETAIL.
           05  FILLER                  PIC X(03) VALUE 'RC='.
           05  NLD-RC                  PIC 9(02).
           05  FILLER                  PIC X(27) VALUE
                   ' NO RUN ON AUDITLOG'.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(26) VALUE
                   'SECURITY EXCEPTIONS FROM '.
           05  TL-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  TL-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(10) VALUE
                   '  WINDOW '.
           05  TL-WINDOW               PIC X(09).
           05  FILLER                  PIC X(15) VALUE SPACE.

       01  WS-SECTION-LINE.
           05  SEC-TITLE               PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACE.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(09) VALUE 'TYPE'.
           05  FILLER                  PIC X(09) VALUE 'DATE'.
           05  FILLER                  PIC X(07) VALUE 'TIME'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(11) VALUE 'USER ID'.
           05  FILLER                  PIC X(34) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  DL-TYPE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-TIME                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-PROGRAM              PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-USER-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-DETAIL               PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACE.

       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BL-LABEL                PIC X(20).
           05  FILLER                  PIC X(07) VALUE
                   'COUNT='.
           05  BL-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(44) VALUE SPACE.

       01  WS-ARCHIVE-LINE.
           05  FILLER                  PIC X(14) VALUE
                   '  RUNS BEFORE '.
           05  AL-CUTOFF-DATE          PIC X(08).
           05  FILLER                  PIC X(33) VALUE
                   ' ARE ON THE ARCHIVE - NOT CHECKED'.
           05  FILLER                  PIC X(25) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

      *----------------------------------------------------------*
      * LS-PARM-DATA MAY CARRY ONE YYYYMMDD DATE, OR A FROM AND  *
      * TO DATE SEPARATED BY A SPACE, LIMITING THE REPORT TO     *
      * THAT LOG ACTIVITY. WITH NO PARM THE WHOLE AUDIT LOG IS   *
      * CHECKED.                                                 *
      *----------------------------------------------------------*
       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-CHECK-USER-ACTIVITY THRU 2000-EXIT.
                 IF RETURN-CODE NOT = 8
                     PERFORM 4000-CHECK-BATCH-RUNS THRU 4000-EXIT
                 END-IF.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * PICKS UP THE PARM DATE RANGE AND THE SECCTL SETTINGS,    *
      * THEN OPENS USERFILE, FAILCNT, THE REPORT AND THE SIEM    *
      * FEED. A BAD PARM OR AN OPEN FAILURE ENDS THE STEP WITH   *
      * RETURN CODE 8.                                           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-RECORDS-READ.
                 MOVE HIGH-VALUES TO WS-LOG-FIRST-STAMP.
                 MOVE 0 TO WS-ARCHIVED-COUNT.
                 MOVE 0 TO WS-UNLOCK-USED.
                 MOVE 0 TO WS-PROG-USED.
                 MOVE 0 TO WS-INACTIVE-COUNT.
                 MOVE 0 TO WS-UNLOCK-COUNT.
                 MOVE 0 TO WS-OFFHOURS-COUNT.
                 MOVE 0 TO WS-NOCOMPL-COUNT.
                 MOVE 0 TO WS-NOLOGRUN-COUNT.
                 MOVE 0 TO WS-EXCEPTION-COUNT.
                 MOVE '00000000' TO WS-FROM-DATE.
                 MOVE '99999999' TO WS-TO-DATE.
                 EVALUATE LS-PARM-LENGTH
                     WHEN 0
                         CONTINUE
                     WHEN 8
                         MOVE LS-PARM-TEXT(1:8) TO WS-FROM-DATE
                         MOVE LS-PARM-TEXT(1:8) TO WS-TO-DATE
                     WHEN 17
                         MOVE LS-PARM-TEXT(1:8) TO WS-FROM-DATE
                         MOVE LS-PARM-TEXT(10:8) TO WS-TO-DATE
                     WHEN OTHER
                         MOVE SPACES TO WS-FROM-DATE
                 END-EVALUATE.
                 IF WS-FROM-DATE IS NOT NUMERIC OR
                    WS-TO-DATE IS NOT NUMERIC OR
                    WS-FROM-DATE > WS-TO-DATE
                     DISPLAY 'PARM must be YYYYMMDD or '
                         'YYYYMMDD YYYYMMDD'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 1100-GET-CONTROLS THRU 1100-EXIT.
                 MOVE '19000101' TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE WS-DC-SERIAL TO WS-MONDAY-SERIAL.
                 OPEN INPUT USER-FILE.
                 IF NOT WS-USER-FILE-OK
                     DISPLAY 'Unable to open USER-FILE, status '
                         WS-USER-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT FAIL-COUNT-FILE.
                 IF NOT WS-FC-OK
                     DISPLAY 'Unable to open FAIL-COUNT-FILE, status '
                         WS-FC-FILE-STATUS
                     CLOSE USER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT EXCEPTION-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open EXCEPTION-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE USER-FILE
                     CLOSE FAIL-COUNT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT SIEM-FEED-FILE.
                 IF NOT WS-SIEM-OK
                     DISPLAY 'Unable to open SIEM-FEED-FILE, status '
                         WS-SIEM-FILE-STATUS
                     CLOSE USER-FILE
                     CLOSE FAIL-COUNT-FILE
                     CLOSE EXCEPTION-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-FROM-DATE TO TL-FROM-DATE.
                 MOVE WS-TO-DATE TO TL-TO-DATE.
                 MOVE WS-WINDOW-TEXT TO TL-WINDOW.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-TITLE-LINE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1100-GET-CONTROLS                                         *
      * LOADS THE BUSINESS-HOURS WINDOW AND UNLOCK WINDOW FROM   *
      * THE SECCTL CONTROL FILE. A MISSING OR EMPTY CONTROL FILE *
      * FALLS BACK TO 0700-1900 ON WEEKDAYS AND 15 MINUTES, THE  *
      * SAME PATTERN AS SAMPLE'S LOCKCTL. A WINDOW THAT DOES NOT *
      * END AFTER IT STARTS IS IGNORED.                          *
      *----------------------------------------------------------*
       1100-GET-CONTROLS.
                 MOVE 0700 TO WS-DAY-START.
                 MOVE 1900 TO WS-DAY-END.
                 MOVE 'Y' TO WS-WEEKDAYS-ONLY.
                 MOVE 15 TO WS-UNLOCK-MINUTES.
                 OPEN INPUT SECURITY-CONTROL-FILE.
                 IF NOT WS-SECCTL-OK
                     GO TO 1100-EXIT
                 END-IF.
                 READ SECURITY-CONTROL-FILE
                     AT END
                         CLOSE SECURITY-CONTROL-FILE
                         GO TO 1100-EXIT
                 END-READ.
                 IF SC-DAY-START IS NUMERIC AND
                    SC-DAY-END IS NUMERIC AND
                    SC-DAY-START < SC-DAY-END AND
                    SC-DAY-END NOT > 2400
                     MOVE SC-DAY-START TO WS-DAY-START
                     MOVE SC-DAY-END TO WS-DAY-END
                 END-IF.
                 IF SC-WEEKDAYS-ONLY = 'Y' OR 'N'
                     MOVE SC-WEEKDAYS-ONLY TO WS-WEEKDAYS-ONLY
                 END-IF.
                 IF SC-UNLOCK-MINUTES IS NUMERIC AND
                    SC-UNLOCK-MINUTES > 0
                     MOVE SC-UNLOCK-MINUTES TO WS-UNLOCK-MINUTES
                 END-IF.
                 CLOSE SECURITY-CONTROL-FILE.
       1100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-CHECK-USER-ACTIVITY                                  *
      * FIRST PASS: SORTS THE AUDIT LOG INTO WRITING ORDER AND   *
      * CHECKS EACH RECORD FOR ACTIVITY BY AN INACTIVE ID, A     *
      * LOGIN SOON AFTER AN UNLOCK AND ACTIVITY OUT OF HOURS. A  *
      * LOG THAT CANNOT BE OPENED OR A FAILED SORT ENDS THE STEP *
      * WITH RETURN CODE 8.                                      *
      *----------------------------------------------------------*
       2000-CHECK-USER-ACTIVITY.
                 MOVE 'USER ACTIVITY EXCEPTIONS' TO SEC-TITLE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-SECTION-LINE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-HEADING-LINE.
                 MOVE 0 TO WS-SECTION-COUNT.
                 SORT LOG-SORT-FILE
                     ON ASCENDING KEY SL-DATE SL-TIME SL-RUN-ID SL-SEQ
                     INPUT PROCEDURE IS 2100-RELEASE-LOG
                         THRU 2100-EXIT
                     OUTPUT PROCEDURE IS 3000-CHECK-LOG
                         THRU 3000-EXIT.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of AUDITLOG failed, return '
                         SORT-RETURN
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-SECTION-COUNT = 0
                     MOVE '  (NONE)' TO EXCEPTION-REPORT-RECORD
                     WRITE EXCEPTION-REPORT-RECORD
                 END-IF.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE.
       2000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2100-RELEASE-LOG                                          *
      * SORT INPUT PROCEDURE: RELEASES EVERY AUDIT LOG RECORD    *
      * DATED WITHIN THE PARM RANGE, AND NOTES THE EARLIEST      *
      * STAMP ON THE LOG FOR THE BATCH RUN CHECK.                *
      *----------------------------------------------------------*
       2100-RELEASE-LOG.
                 MOVE 'N' TO WS-END-OF-LOG-SW.
                 OPEN INPUT LOG-FILE.
                 IF NOT WS-LOG-FILE-OK
                     DISPLAY 'Unable to open LOG-FILE, status '
                         WS-LOG-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 2100-EXIT
                 END-IF.
                 PERFORM 2200-READ-LOG THRU 2200-EXIT.
                 PERFORM 2300-RELEASE-ONE-RECORD THRU 2300-EXIT
                     UNTIL WS-END-OF-LOG.
                 CLOSE LOG-FILE.
       2100-EXIT.
                 EXIT.

       2200-READ-LOG.
                 READ LOG-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-LOG-SW
                 END-READ.
       2200-EXIT.
                 EXIT.

       2300-RELEASE-ONE-RECORD.
                 ADD 1 TO WS-RECORDS-READ.
                 IF LOG-RUN-ID = SPACES
                     MOVE LOG-DATE TO WS-LOG-STAMP(1:8)
                     MOVE LOG-TIME(1:6) TO WS-LOG-STAMP(9:6)
                 ELSE
                     MOVE LOG-RUN-ID TO WS-LOG-STAMP
                 END-IF.
                 IF WS-LOG-STAMP < WS-LOG-FIRST-STAMP
                     MOVE WS-LOG-STAMP TO WS-LOG-FIRST-STAMP
                 END-IF.
                 IF LOG-DATE NOT < WS-FROM-DATE AND
                    LOG-DATE NOT > WS-TO-DATE
                     MOVE LOG-RECORD TO LOG-SORT-RECORD
                     RELEASE LOG-SORT-RECORD
                 END-IF.
                 PERFORM 2200-READ-LOG THRU 2200-EXIT.
       2300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-CHECK-LOG                                            *
      * SORT OUTPUT PROCEDURE: KEEPS THE TABLE OF RECENT         *
      * UNLOCKS AND CHECKS SAMPLE'S LOGINS AND CALCULATIONS.     *
      *----------------------------------------------------------*
       3000-CHECK-LOG.
                 MOVE 'N' TO WS-END-OF-SORT-SW.
                 PERFORM 3050-RETURN-LOG THRU 3050-EXIT.
                 PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
                     UNTIL WS-END-OF-SORT.
       3000-EXIT.
                 EXIT.

       3050-RETURN-LOG.
                 RETURN LOG-SORT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-SORT-SW
                 END-RETURN.
       3050-EXIT.
                 EXIT.

       3100-CHECK-ONE-RECORD.
                 IF SL-DATE IS NOT NUMERIC OR
                    SL-TIME(1:4) IS NOT NUMERIC
                     GO TO 3100-NEXT
                 END-IF.
                 IF SL-PROGRAM = 'USERADM' AND SL-OPERATION = 'U'
                     PERFORM 3200-NOTE-UNLOCK THRU 3200-EXIT
                     GO TO 3100-NEXT
                 END-IF.
                 IF SL-PROGRAM NOT = 'SAMPLE' OR
                    SL-USER-ID = SPACES
                     GO TO 3100-NEXT
                 END-IF.
                 EVALUATE SL-OPERATION
                     WHEN 'L'
                         MOVE 'LOGIN' TO WS-AC-VERB
                         MOVE SL-RESULT TO WS-AC-OBJECT
                     WHEN '+'
                     WHEN '-'
                     WHEN '*'
                     WHEN '/'
                         MOVE 'CALC' TO WS-AC-VERB
                         MOVE SL-OPERATION TO WS-AC-OBJECT
                     WHEN OTHER
                         GO TO 3100-NEXT
                 END-EVALUATE.
                 PERFORM 3150-TIME-RECORD THRU 3150-EXIT.
                 IF SL-OPERATION NOT = 'L' OR
                    SL-RESULT = 'SUCCESS'
                     PERFORM 3300-CHECK-ID-STATUS THRU 3300-EXIT
                 END-IF.
                 IF SL-OPERATION = 'L'
                     PERFORM 3400-CHECK-AFTER-UNLOCK THRU 3400-EXIT
                 END-IF.
                 PERFORM 3500-CHECK-HOURS THRU 3500-EXIT.
       3100-NEXT.
                 PERFORM 3050-RETURN-LOG THRU 3050-EXIT.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3150-TIME-RECORD                                          *
      * WORKS OUT THE RECORD'S DAY OF THE WEEK (0 = MONDAY) AND  *
      * ITS POSITION IN MINUTES FOR THE UNLOCK WINDOW.           *
      *----------------------------------------------------------*
       3150-TIME-RECORD.
                 MOVE SL-DATE TO WS-DC-DATE.
                 PERFORM 9000-DATE-TO-SERIAL THRU 9000-EXIT.
                 MOVE SL-TIME TO WS-EV-TIME.
                 COMPUTE WS-EV-MINUTES = WS-DC-SERIAL * 1440
                     + WS-EV-HH * 60 + WS-EV-MM.
                 COMPUTE WS-ELAPSED = WS-DC-SERIAL - WS-MONDAY-SERIAL.
                 DIVIDE WS-ELAPSED BY 7 GIVING WS-WEEKS
                     REMAINDER WS-EV-WEEKDAY.
       3150-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3200-NOTE-UNLOCK                                          *
      * RECORDS A USERADM UNLOCK AGAINST THE ID, REPLACING ANY   *
      * EARLIER UNLOCK OF THE SAME ID. A FULL TABLE GIVES UP ITS *
      * OLDEST ENTRY.                                            *
      *----------------------------------------------------------*
       3200-NOTE-UNLOCK.
                 PERFORM 3150-TIME-RECORD THRU 3150-EXIT.
                 PERFORM 3600-FIND-UNLOCK THRU 3600-EXIT.
                 IF NOT WS-FOUND
                     IF WS-UNLOCK-USED < 50
                         ADD 1 TO WS-UNLOCK-USED
                         MOVE WS-UNLOCK-USED TO WS-UL-IX
                     ELSE
                         MOVE 1 TO WS-UL-OLDEST
                         MOVE 2 TO WS-UL-IX
                         PERFORM 3250-FIND-OLDEST THRU 3250-EXIT
                             UNTIL WS-UL-IX > WS-UNLOCK-USED
                         MOVE WS-UL-OLDEST TO WS-UL-IX
                     END-IF
                 END-IF.
                 MOVE SL-USER-ID TO WS-UL-USER-ID(WS-UL-IX).
                 MOVE WS-EV-MINUTES TO WS-UL-MINUTES(WS-UL-IX).
       3200-EXIT.
                 EXIT.

       3250-FIND-OLDEST.
                 IF WS-UL-MINUTES(WS-UL-IX) <
                    WS-UL-MINUTES(WS-UL-OLDEST)
                     MOVE WS-UL-IX TO WS-UL-OLDEST
                 END-IF.
                 ADD 1 TO WS-UL-IX.
       3250-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3300-CHECK-ID-STATUS                                      *
      * A SUCCESSFUL LOGIN OR A CALCULATION BY AN ID THAT IS NOW *
      * LOCKED, DISABLED OR NO LONGER ON USERFILE IS AN          *
      * EXCEPTION. THE ID'S CURRENT FAILCNT COUNT IS SHOWN WITH  *
      * IT.                                                      *
      *----------------------------------------------------------*
       3300-CHECK-ID-STATUS.
                 MOVE SL-USER-ID TO USR-ID.
                 READ USER-FILE
                     INVALID KEY
                         MOVE 'DELETED' TO IND-STATUS
                     NOT INVALID KEY
                         EVALUATE TRUE
                             WHEN USR-LOCKED
                                 MOVE 'LOCKED' TO IND-STATUS
                             WHEN USR-DISABLED
                                 MOVE 'DISABLED' TO IND-STATUS
                             WHEN OTHER
                                 GO TO 3300-EXIT
                         END-EVALUATE
                 END-READ.
                 MOVE SL-USER-ID TO FC-USER-ID.
                 READ FAIL-COUNT-FILE
                     INVALID KEY
                         MOVE 0 TO IND-FAILS
                     NOT INVALID KEY
                         MOVE FC-FAIL-COUNT TO IND-FAILS
                 END-READ.
                 MOVE WS-ACTIVITY TO IND-ACTIVITY.
                 MOVE 'INACTIVE' TO SE-TYPE.
                 MOVE WS-INACTIVE-DETAIL TO SE-DETAIL.
                 ADD 1 TO WS-INACTIVE-COUNT.
                 PERFORM 3800-WRITE-LOG-EXCEPTION THRU 3800-EXIT.
       3300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3400-CHECK-AFTER-UNLOCK                                   *
      * A LOGIN, SUCCESSFUL OR NOT, BY AN ID UNLOCKED NO MORE    *
      * THAN THE SECCTL NUMBER OF MINUTES EARLIER IS AN          *
      * EXCEPTION.                                               *
      *----------------------------------------------------------*
       3400-CHECK-AFTER-UNLOCK.
                 PERFORM 3600-FIND-UNLOCK THRU 3600-EXIT.
                 IF NOT WS-FOUND
                     GO TO 3400-EXIT
                 END-IF.
                 COMPUTE WS-ELAPSED =
                     WS-EV-MINUTES - WS-UL-MINUTES(WS-UL-IX).
                 IF WS-ELAPSED > WS-UNLOCK-MINUTES
                     GO TO 3400-EXIT
                 END-IF.
                 MOVE WS-ACTIVITY TO UND-ACTIVITY.
                 MOVE WS-ELAPSED TO UND-MINUTES.
                 MOVE 'UNLOCKLG' TO SE-TYPE.
                 MOVE WS-UNLOCK-DETAIL TO SE-DETAIL.
                 ADD 1 TO WS-UNLOCK-COUNT.
                 PERFORM 3800-WRITE-LOG-EXCEPTION THRU 3800-EXIT.
       3400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3500-CHECK-HOURS                                          *
      * ACTIVITY BEFORE THE BUSINESS DAY STARTS, AT OR AFTER IT  *
      * ENDS, OR ON A SATURDAY OR SUNDAY WHEN SECCTL SAYS        *
      * WEEKDAYS ONLY, IS AN EXCEPTION.                          *
      *----------------------------------------------------------*
       3500-CHECK-HOURS.
                 IF WS-WEEKDAYS-ONLY-Y AND WS-EV-WEEKDAY > 4
                     MOVE 'WEEKEND' TO OHD-REASON
                     MOVE SPACES TO OHD-WINDOW
                 ELSE
                     IF WS-EV-HHMM < WS-DAY-START OR
                        WS-EV-HHMM NOT < WS-DAY-END
                         MOVE 'OUTSIDE' TO OHD-REASON
                         MOVE WS-WINDOW-TEXT TO OHD-WINDOW
                     ELSE
                         GO TO 3500-EXIT
                     END-IF
                 END-IF.
                 MOVE WS-ACTIVITY TO OHD-ACTIVITY.
                 MOVE 'OFFHOURS' TO SE-TYPE.
                 MOVE WS-OFFHOURS-DETAIL TO SE-DETAIL.
                 ADD 1 TO WS-OFFHOURS-COUNT.
                 PERFORM 3800-WRITE-LOG-EXCEPTION THRU 3800-EXIT.
       3500-EXIT.
                 EXIT.

       3600-FIND-UNLOCK.
                 MOVE 'N' TO WS-FOUND-SW.
                 MOVE 1 TO WS-UL-IX.
                 PERFORM 3650-MATCH-UNLOCK THRU 3650-EXIT
                     UNTIL WS-FOUND OR WS-UL-IX > WS-UNLOCK-USED.
       3600-EXIT.
                 EXIT.

       3650-MATCH-UNLOCK.
                 IF WS-UL-USER-ID(WS-UL-IX) = SL-USER-ID
                     MOVE 'Y' TO WS-FOUND-SW
                 ELSE
                     ADD 1 TO WS-UL-IX
                 END-IF.
       3650-EXIT.
                 EXIT.

       3800-WRITE-LOG-EXCEPTION.
                 MOVE SL-DATE TO SE-DATE.
                 MOVE SL-TIME(1:6) TO SE-TIME.
                 MOVE SL-PROGRAM TO SE-PROGRAM.
                 MOVE SL-USER-ID TO SE-USER-ID.
                 MOVE SL-RUN-ID TO SE-RUN-ID.
                 PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
       3800-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3900-FIND-PROGRAM                                         *
      * LOOKS WS-PG-NAME-WANTED UP IN THE PROGRAM TABLE, ADDING  *
      * IT IF THERE IS ROOM. WS-PG-IX POINTS AT THE ENTRY WHEN   *
      * WS-FOUND IS SET.                                         *
      *----------------------------------------------------------*
       3900-FIND-PROGRAM.
                 MOVE 'N' TO WS-FOUND-SW.
                 MOVE 1 TO WS-PG-IX.
                 PERFORM 3950-MATCH-PROGRAM THRU 3950-EXIT
                     UNTIL WS-FOUND OR WS-PG-IX > WS-PROG-USED.
                 IF WS-FOUND
                     GO TO 3900-EXIT
                 END-IF.
                 IF WS-PROG-USED < 50
                     ADD 1 TO WS-PROG-USED
                     MOVE WS-PROG-USED TO WS-PG-IX
                     MOVE WS-PG-NAME-WANTED TO WS-PG-NAME(WS-PG-IX)
                     MOVE 'N' TO WS-PG-SUMMARY-SW(WS-PG-IX)
                     MOVE 'N' TO WS-PG-REGISTER-SW(WS-PG-IX)
                     MOVE 'Y' TO WS-FOUND-SW
                 ELSE
                     DISPLAY 'Program table full, not checked: '
                         WS-PG-NAME-WANTED
                 END-IF.
       3900-EXIT.
                 EXIT.

       3950-MATCH-PROGRAM.
                 IF WS-PG-NAME(WS-PG-IX) = WS-PG-NAME-WANTED
                     MOVE 'Y' TO WS-FOUND-SW
                 ELSE
                     ADD 1 TO WS-PG-IX
                 END-IF.
       3950-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4000-CHECK-BATCH-RUNS                                     *
      * SECOND PASS: PAIRS THE BATCH RUNS ON THE AUDIT LOG WITH  *
      * THEIR RUNREG COMPLETIONS, PROGRAM BY PROGRAM. A FAILED   *
      * SORT ENDS THE STEP WITH RETURN CODE 8.                   *
      *----------------------------------------------------------*
       4000-CHECK-BATCH-RUNS.
                 MOVE 'BATCH RUN EXCEPTIONS' TO SEC-TITLE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-SECTION-LINE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-HEADING-LINE.
                 MOVE 0 TO WS-SECTION-COUNT.
                 SORT RUN-SORT-FILE
                     ON ASCENDING KEY SR-PROGRAM SR-STAMP SR-TYPE
                     INPUT PROCEDURE IS 4100-RELEASE-RUNS
                         THRU 4100-EXIT
                     OUTPUT PROCEDURE IS 5000-MATCH-RUNS
                         THRU 5000-EXIT.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of batch runs failed, return '
                         SORT-RETURN
                     MOVE 8 TO RETURN-CODE
                 END-IF.
                 IF WS-SECTION-COUNT = 0
                     MOVE '  (NONE)' TO EXCEPTION-REPORT-RECORD
                     WRITE EXCEPTION-REPORT-RECORD
                 END-IF.
                 IF WS-ARCHIVED-COUNT > 0
                     IF WS-LOG-FIRST-STAMP = HIGH-VALUES
                         MOVE '  LIVE LOG IS EMPTY - RUNS NOT CHECKED'
                             TO EXCEPTION-REPORT-RECORD
                         WRITE EXCEPTION-REPORT-RECORD
                     ELSE
                         MOVE WS-LOG-FIRST-STAMP(1:8) TO AL-CUTOFF-DATE
                         WRITE EXCEPTION-REPORT-RECORD
                             FROM WS-ARCHIVE-LINE
                     END-IF
                 END-IF.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE.
       4000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4100-RELEASE-RUNS                                         *
      * SORT INPUT PROCEDURE. READS ALL OF RUNREG FIRST, MARKING *
      * EVERY PROGRAM THAT WRITES IT AND RELEASING THE           *
      * COMPLETIONS DATED IN THE PARM RANGE THAT ARE NOT OLDER   *
      * THAN THE LIVE LOG; THEN READS THE AUDIT LOG AGAIN,       *
      * RELEASING THE RECORDS IN RANGE WRITTEN BY THOSE PROGRAMS *
      * UNDER A RUN ID. WHETHER A PROGRAM LOGS A RUN SUMMARY IS  *
      * TAKEN FROM THE WHOLE LOG, NOT JUST THE RANGE, SO A DAY   *
      * WITHOUT A BATCH SUMMARY DOES NOT TURN THAT DAY'S         *
      * INTERACTIVE SESSIONS INTO BATCH RUNS. A MISSING RUNREG   *
      * OR LOG ENDS THE STEP WITH RETURN CODE 8.                 *
      *----------------------------------------------------------*
       4100-RELEASE-RUNS.
                 MOVE 'N' TO WS-END-OF-RR-SW.
                 OPEN INPUT RUN-REGISTER-FILE.
                 IF NOT WS-RR-OK
                     DISPLAY 'Unable to open RUN-REGISTER-FILE, '
                         'status ' WS-RR-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 4100-EXIT
                 END-IF.
                 PERFORM 4200-READ-RUN-REGISTER THRU 4200-EXIT.
                 PERFORM 4300-RELEASE-COMPLETION THRU 4300-EXIT
                     UNTIL WS-END-OF-RR.
                 CLOSE RUN-REGISTER-FILE.
                 MOVE 'N' TO WS-END-OF-LOG-SW.
                 OPEN INPUT LOG-FILE.
                 IF NOT WS-LOG-FILE-OK
                     DISPLAY 'Unable to reopen LOG-FILE, status '
                         WS-LOG-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 4100-EXIT
                 END-IF.
                 PERFORM 2200-READ-LOG THRU 2200-EXIT.
                 PERFORM 4400-RELEASE-LOG-RUN THRU 4400-EXIT
                     UNTIL WS-END-OF-LOG.
                 CLOSE LOG-FILE.
       4100-EXIT.
                 EXIT.

       4200-READ-RUN-REGISTER.
                 READ RUN-REGISTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-RR-SW
                 END-READ.
       4200-EXIT.
                 EXIT.

       4300-RELEASE-COMPLETION.
                 MOVE RR-PROGRAM TO WS-PG-NAME-WANTED.
                 PERFORM 3900-FIND-PROGRAM THRU 3900-EXIT.
                 IF WS-FOUND
                     MOVE 'Y' TO WS-PG-REGISTER-SW(WS-PG-IX)
                 END-IF.
                 IF RR-DATE < WS-FROM-DATE OR
                    RR-DATE > WS-TO-DATE
                     GO TO 4300-NEXT
                 END-IF.
                 MOVE RR-DATE TO WS-LOG-STAMP(1:8).
                 MOVE RR-TIME TO WS-LOG-STAMP(9:6).
                 IF WS-LOG-STAMP < WS-LOG-FIRST-STAMP
                     ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                     MOVE RR-PROGRAM TO SR-PROGRAM
                     MOVE RR-DATE TO SR-STAMP(1:8)
                     MOVE RR-TIME TO SR-STAMP(9:6)
                     MOVE 'R' TO SR-TYPE
                     MOVE 'N' TO SR-SUMMARY
                     MOVE RR-RC TO SR-RC
                     RELEASE RUN-SORT-RECORD
                 END-IF.
       4300-NEXT.
                 PERFORM 4200-READ-RUN-REGISTER THRU 4200-EXIT.
       4300-EXIT.
                 EXIT.

       4400-RELEASE-LOG-RUN.
                 MOVE LOG-PROGRAM TO WS-PG-NAME-WANTED.
                 PERFORM 3900-FIND-PROGRAM THRU 3900-EXIT.
                 IF NOT WS-FOUND
                     GO TO 4400-NEXT
                 END-IF.
                 IF WS-PG-REGISTER-SW(WS-PG-IX) NOT = 'Y'
                     GO TO 4400-NEXT
                 END-IF.
                 MOVE 'N' TO SR-SUMMARY.
                 IF LOG-OPERATION = 'R' AND LOG-USER-ID = SPACES
                     MOVE 'Y' TO SR-SUMMARY
                     MOVE 'Y' TO WS-PG-SUMMARY-SW(WS-PG-IX)
                 END-IF.
                 IF LOG-DATE < WS-FROM-DATE OR
                    LOG-DATE > WS-TO-DATE OR
                    LOG-RUN-ID = SPACES
                     GO TO 4400-NEXT
                 END-IF.
                 MOVE LOG-PROGRAM TO SR-PROGRAM.
                 MOVE LOG-RUN-ID TO SR-STAMP.
                 MOVE 'L' TO SR-TYPE.
                 MOVE 0 TO SR-RC.
                 RELEASE RUN-SORT-RECORD.
       4400-NEXT.
                 PERFORM 2200-READ-LOG THRU 2200-EXIT.
       4400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-MATCH-RUNS                                           *
      * SORT OUTPUT PROCEDURE. WITHIN EACH PROGRAM A BATCH RUN   *
      * IS CLOSED BY THE FIRST COMPLETION THAT FOLLOWS IT. A RUN *
      * STILL OPEN WHEN THE NEXT RUN STARTS, OR WHEN THE PROGRAM *
      * ENDS, HAS NO COMPLETION. FOR A PROGRAM THAT LOGS A RUN   *
      * SUMMARY, A COMPLETION WITH NO RUN TO CLOSE HAS NO LOG    *
      * RUN, UNLESS IT ENDED RC 8 OR MORE AND SO NEVER GOT AS    *
      * FAR AS LOGGING. OTHER PROGRAMS LOG ONLY WHEN THEY APPLY  *
      * SOMETHING, SO THEIR SPARE COMPLETIONS ARE NOT REPORTED.  *
      *----------------------------------------------------------*
       5000-MATCH-RUNS.
                 MOVE SPACES TO WS-RUN-PROGRAM.
                 MOVE 'N' TO WS-CUR-RUN-SW.
                 MOVE 'N' TO WS-PEND-SW.
                 MOVE 'N' TO WS-END-OF-SORT-SW.
                 PERFORM 5050-RETURN-RUN THRU 5050-EXIT.
                 PERFORM 5100-MATCH-ONE-RECORD THRU 5100-EXIT
                     UNTIL WS-END-OF-SORT.
                 PERFORM 5200-CLOSE-RUN THRU 5200-EXIT.
                 PERFORM 5300-CLOSE-PROGRAM THRU 5300-EXIT.
       5000-EXIT.
                 EXIT.

       5050-RETURN-RUN.
                 RETURN RUN-SORT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-SORT-SW
                 END-RETURN.
       5050-EXIT.
                 EXIT.

       5100-MATCH-ONE-RECORD.
                 IF SR-PROGRAM NOT = WS-RUN-PROGRAM
                     PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
                     PERFORM 5300-CLOSE-PROGRAM THRU 5300-EXIT
                     PERFORM 5400-START-PROGRAM THRU 5400-EXIT
                 END-IF.
                 IF SR-COMPLETION
                     PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
                     PERFORM 5500-APPLY-COMPLETION THRU 5500-EXIT
                     GO TO 5100-NEXT
                 END-IF.
                 IF WS-CUR-RUN-OPEN AND
                    SR-STAMP NOT = WS-CUR-RUN-ID
                     PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
                 END-IF.
                 IF NOT WS-CUR-RUN-OPEN
                     MOVE 'Y' TO WS-CUR-RUN-SW
                     MOVE SR-STAMP TO WS-CUR-RUN-ID
                     MOVE 'N' TO WS-CUR-SUMMARY-SW
                     MOVE 0 TO WS-CUR-RECORDS
                 END-IF.
                 ADD 1 TO WS-CUR-RECORDS.
                 IF SR-SUMMARY = 'Y'
                     MOVE 'Y' TO WS-CUR-SUMMARY-SW
                 END-IF.
       5100-NEXT.
                 PERFORM 5050-RETURN-RUN THRU 5050-EXIT.
       5100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5200-CLOSE-RUN                                            *
      * ALL THE LOG RECORDS OF THE RUN IN HAND HAVE BEEN SEEN.   *
      * A RUN WITHOUT A SUMMARY BY A PROGRAM THAT LOGS ONE WAS   *
      * INTERACTIVE AND IS LEFT OUT. OTHERWISE IT BECOMES THE    *
      * RUN WAITING FOR A COMPLETION, AND ANY EARLIER RUN STILL  *
      * WAITING NEVER COMPLETED.                                 *
      *----------------------------------------------------------*
       5200-CLOSE-RUN.
                 IF NOT WS-CUR-RUN-OPEN
                     GO TO 5200-EXIT
                 END-IF.
                 MOVE 'N' TO WS-CUR-RUN-SW.
                 IF WS-RUN-SUMMARY-PROG AND NOT WS-CUR-HAS-SUMMARY
                     GO TO 5200-EXIT
                 END-IF.
                 IF WS-PEND-OPEN
                     PERFORM 5600-REPORT-NO-COMPLETION THRU 5600-EXIT
                 END-IF.
                 MOVE 'Y' TO WS-PEND-SW.
                 MOVE WS-CUR-RUN-ID TO WS-PEND-RUN-ID.
                 MOVE WS-CUR-RECORDS TO WS-PEND-RECORDS.
       5200-EXIT.
                 EXIT.

       5300-CLOSE-PROGRAM.
                 IF WS-PEND-OPEN
                     PERFORM 5600-REPORT-NO-COMPLETION THRU 5600-EXIT
                 END-IF.
       5300-EXIT.
                 EXIT.

       5400-START-PROGRAM.
                 MOVE SR-PROGRAM TO WS-RUN-PROGRAM.
                 MOVE SR-PROGRAM TO WS-PG-NAME-WANTED.
                 PERFORM 3900-FIND-PROGRAM THRU 3900-EXIT.
                 MOVE 'N' TO WS-RUN-SUMMARY-PROG-SW.
                 IF WS-FOUND
                     MOVE WS-PG-SUMMARY-SW(WS-PG-IX)
                         TO WS-RUN-SUMMARY-PROG-SW
                 END-IF.
       5400-EXIT.
                 EXIT.

       5500-APPLY-COMPLETION.
                 IF WS-PEND-OPEN
                     MOVE 'N' TO WS-PEND-SW
                     GO TO 5500-EXIT
                 END-IF.
                 IF NOT WS-RUN-SUMMARY-PROG OR SR-RC NOT < 8
                     GO TO 5500-EXIT
                 END-IF.
                 MOVE SR-RC TO NLD-RC.
                 MOVE 'NOLOGRUN' TO SE-TYPE.
                 MOVE SR-STAMP(1:8) TO SE-DATE.
                 MOVE SR-STAMP(9:6) TO SE-TIME.
                 MOVE SR-PROGRAM TO SE-PROGRAM.
                 MOVE SPACES TO SE-USER-ID.
                 MOVE SPACES TO SE-RUN-ID.
                 MOVE WS-NOLOGRUN-DETAIL TO SE-DETAIL.
                 ADD 1 TO WS-NOLOGRUN-COUNT.
                 PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
       5500-EXIT.
                 EXIT.

       5600-REPORT-NO-COMPLETION.
                 MOVE 'N' TO WS-PEND-SW.
                 MOVE WS-PEND-RECORDS TO NCD-RECORDS.
                 MOVE 'NOCOMPL' TO SE-TYPE.
                 MOVE WS-PEND-RUN-ID(1:8) TO SE-DATE.
                 MOVE WS-PEND-RUN-ID(9:6) TO SE-TIME.
                 MOVE WS-RUN-PROGRAM TO SE-PROGRAM.
                 MOVE SPACES TO SE-USER-ID.
                 MOVE WS-PEND-RUN-ID TO SE-RUN-ID.
                 MOVE WS-NOCOMPL-DETAIL TO SE-DETAIL.
                 ADD 1 TO WS-NOCOMPL-COUNT.
                 PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
       5600-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-EXCEPTION                                      *
      * WRITES THE EXCEPTION IN WS-SIEM-LINE TO THE SIEM FEED    *
      * AND AS A LINE OF THE REPORT.                             *
      *----------------------------------------------------------*
       6000-WRITE-EXCEPTION.
                 WRITE SIEM-FEED-RECORD FROM WS-SIEM-LINE.
                 MOVE SE-TYPE TO DL-TYPE.
                 MOVE SE-DATE TO DL-DATE.
                 MOVE SE-TIME TO DL-TIME.
                 MOVE SE-PROGRAM TO DL-PROGRAM.
                 MOVE SE-USER-ID TO DL-USER-ID.
                 MOVE SE-DETAIL TO DL-DETAIL.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-DETAIL-LINE.
                 ADD 1 TO WS-EXCEPTION-COUNT.
                 ADD 1 TO WS-SECTION-COUNT.
       6000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE, THE LOG *
      * RECORDS READ AND THE EXCEPTIONS WRITTEN, FOR GATEKEEP    *
      * AND THE RUN HISTORY.                                     *
      *----------------------------------------------------------*
       7400-WRITE-RUN-REGISTER.
                 OPEN EXTEND RUN-REGISTER-FILE.
                 IF NOT WS-RR-OK
                     DISPLAY 'Unable to open RUN-REGISTER-FILE, '
                         'status ' WS-RR-FILE-STATUS
                     GO TO 7400-EXIT
                 END-IF.
                 MOVE SPACES TO RUN-REGISTER-RECORD.
                 ACCEPT RR-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-TIME(1:6) TO RR-TIME.
                 MOVE 'SECEXCP' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-RECORDS-READ TO RR-READ.
                 MOVE WS-EXCEPTION-COUNT TO RR-WRITTEN.
                 MOVE 0 TO RR-REJECTED.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE EXCEPTION COUNTS BY TYPE, CLOSES THE FILES    *
      * AND SETS THE STEP RETURN CODE: 0 WHEN NOTHING WAS FOUND, *
      * 4 WHEN ANY EXCEPTION WAS FOUND, 8 WHEN THE LOG, RUNREG   *
      * OR A SORT FAILED.                                        *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE 'EXCEPTIONS BY TYPE' TO SEC-TITLE.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-SECTION-LINE.
                 MOVE 'INACTIVE ID USE' TO BL-LABEL.
                 MOVE WS-INACTIVE-COUNT TO BL-COUNT.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BREAK-LINE.
                 MOVE 'LOGIN AFTER UNLOCK' TO BL-LABEL.
                 MOVE WS-UNLOCK-COUNT TO BL-COUNT.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BREAK-LINE.
                 MOVE 'OUT OF HOURS' TO BL-LABEL.
                 MOVE WS-OFFHOURS-COUNT TO BL-COUNT.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BREAK-LINE.
                 MOVE 'RUN NOT COMPLETED' TO BL-LABEL.
                 MOVE WS-NOCOMPL-COUNT TO BL-COUNT.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BREAK-LINE.
                 MOVE 'COMPLETION NOT LOGGED' TO BL-LABEL.
                 MOVE WS-NOLOGRUN-COUNT TO BL-COUNT.
                 WRITE EXCEPTION-REPORT-RECORD FROM WS-BREAK-LINE.
                 CLOSE USER-FILE.
                 CLOSE FAIL-COUNT-FILE.
                 CLOSE EXCEPTION-REPORT-FILE.
                 CLOSE SIEM-FEED-FILE.
                 IF RETURN-CODE NOT = 8 AND WS-EXCEPTION-COUNT > 0
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

       END PROGRAM SECEXCP.
