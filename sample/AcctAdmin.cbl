       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTADM AS "ACCTADM".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. BATCH MAINTENANCE FOR THE    *
      *                ACCTMAST ACCOUNT MASTER, MODELLED ON      *
      *                SENSORADM: READS AN ACCTTRAN TRANSACTION  *
      *                FILE OF ADD / CHANGE / CLOSE / REOPEN     *
      *                ACTIONS, APPLIES THEM TO A COPY OF THE    *
      *                MASTER AND WRITES THE NEW MASTER TO       *
      *                ACCTNEW FOR THE COPY-BACK STEP, WITH AN   *
      *                ACTIONS-TAKEN REPORT INCLUDING REJECTS.   *
      *                A CLOSE IS REJECTED WHILE THE ACCOUNT     *
      *                STILL HAS TRANSACTIONS ON TODAY'S         *
      *                CALCTRAN OR DETAIL ON THE LAST CALCRPT    *
      *                RUN THAT BILLEXT DOES NOT YET SHOW AS     *
      *                BILLED, SO NO DEPARTMENT IS CLOSED OUT    *
      *                FROM UNDER A RUN THAT IS ABOUT TO BILL    *
      *                IT. EVERY APPLIED CHANGE IS RECORDED ON   *
      *                THE ACCTHIST CHANGE-HISTORY FILE AND THE  *
      *                AUDIT LOG UNDER THE SAME CLEAN-RUN GATE   *
      *                AS THE COPY-BACK STEP.                    *
      * 2026-10-15 JB  BILLEXT NOW TAKEN FROM THE SHARED BXSEL   *
      *                AND BXREC COPYBOOKS INSTEAD OF A LOCAL    *
      *                COPY OF ITS LEADING KEY FIELDS.           *
      * 2026-10-15 JB  A MASTER TOO LARGE FOR THE ACCOUNT        *
      *                TABLE NOW FAILS THE RUN RC 8 INSTEAD OF   *
      *                WRITING AN ACCTNEW SHORT OF THE ACCOUNTS  *
      *                LEFT OUT.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTSEL.

           COPY CTRNSEL.

           SELECT CALC-REPORT-FILE ASSIGN TO "CALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALC-REPORT-STATUS.

           COPY BXSEL.

           SELECT ACCOUNT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "ACCTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCOUNT-REPORT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY RRSEL.

           COPY LOGSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCTREC.

       COPY CTRNREC.

       FD  CALC-REPORT-FILE.
       01  CALC-REPORT-RECORD          PIC X(80).

       COPY BXREC.

       FD  ACCOUNT-TRANS-FILE.
       01  ACCOUNT-TRANS-RECORD.
           05  AT-ACTION               PIC X(01).
               88  AT-ADD              VALUE 'A'.
               88  AT-CHANGE           VALUE 'C'.
               88  AT-CLOSE            VALUE 'X'.
               88  AT-REOPEN           VALUE 'R'.
           05  AT-ACCOUNT-ID           PIC X(06).
           05  AT-DEPT-NAME            PIC X(20).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  NM-ACCOUNT-ID           PIC X(06).
           05  NM-DEPT-NAME            PIC X(20).
           05  NM-STATUS               PIC X(01).

      *----------------------------------------------------------*
      * ONE HISTORY ROW PER APPLIED ADD, RENAME, CLOSE OR        *
      * REOPEN, CARRYING THE FULL OLD AND NEW VALUES. ROWS ARE   *
      * ONLY WRITTEN WHEN THE WHOLE RUN APPLIED CLEAN AND THE    *
      * NEW MASTER WILL BE INSTALLED. THE FILE IS ALLOCATED      *
      * DISP=MOD AND NEVER REWRITTEN, SO IT IS THE PERMANENT     *
      * RECORD OF WHICH DEPARTMENT OWNED AN ACCOUNT AND WHEN IT  *
      * WAS OPEN.                                                *
      *----------------------------------------------------------*
       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           05  AH-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AH-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AH-ACCOUNT-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  AH-FIELD                PIC X(06).
           05  FILLER                  PIC X(01).
           05  AH-OLD-VALUE            PIC X(20).
           05  FILLER                  PIC X(01).
           05  AH-NEW-VALUE            PIC X(20).

       FD  ACCOUNT-REPORT-FILE.
       01  ACCOUNT-REPORT-RECORD       PIC X(80).

       COPY RRREC.

       COPY LOGREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS         PIC X(02).
           88  WS-ACCT-FILE-OK         VALUE '00'.

       01  WS-CALC-TRANS-STATUS        PIC X(02).
           88  WS-CALC-TRANS-OK        VALUE '00'.

       01  WS-CALC-REPORT-STATUS       PIC X(02).
           88  WS-CALC-REPORT-OK       VALUE '00'.

       01  WS-BILL-EXT-STATUS          PIC X(02).
           88  WS-BILL-EXT-OK          VALUE '00'.

       01  WS-TRANS-FILE-STATUS        PIC X(02).
           88  WS-TRANS-OK             VALUE '00'.

       01  WS-NEW-FILE-STATUS          PIC X(02).
           88  WS-NEW-OK               VALUE '00'.

       01  WS-HIST-FILE-STATUS         PIC X(02).
           88  WS-HIST-OK              VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.

       01  WS-LOG-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-LOG-SEQ                  PIC 9(05) VALUE 0.

       01  WS-END-OF-FILE-SW           PIC X(01).
           88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-END-OF-ACCOUNTS-SW       PIC X(01).
           88  WS-END-OF-ACCOUNTS      VALUE 'Y'.

       01  WS-END-OF-TRANS-SW          PIC X(01).
           88  WS-END-OF-TRANS         VALUE 'Y'.

       01  WS-TRANS-READ               PIC 9(05) COMP.
       01  WS-TRANS-APPLIED            PIC 9(05) COMP.
       01  WS-TRANS-REJECTED           PIC 9(05) COMP.

       01  WS-ACTION-RESULT            PIC X(30).

       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).

      *----------------------------------------------------------*
      * DATE OF THE LAST SAMPLE BATCH RUN ON THE RUN-REGISTER.   *
      * THE LAST CALCRPT BLOCK BELONGS TO THAT RUN, AND A        *
      * BILLEXT RECORD DATED ON OR AFTER IT SHOWS THE ACCOUNT    *
      * HAS BEEN BILLED FOR IT.                                  *
      *----------------------------------------------------------*
       01  WS-LAST-CALC-DATE           PIC X(08).

       01  WS-ACCOUNT-USED             PIC 9(02) COMP.
       01  WS-ACCT-IX                  PIC 9(02) COMP.
       01  WS-FIND-IX                  PIC 9(02) COMP.
       01  WS-ACCT-LOOKUP              PIC X(06).
       01  WS-MAINT-TABLE.
           05  WS-AA-ENTRY OCCURS 50 TIMES.
               10  WS-AA-ID            PIC X(06).
               10  WS-AA-DEPT          PIC X(20).
               10  WS-AA-STATUS        PIC X(01).
                   88  WS-AA-ACTIVE    VALUE 'A'.
                   88  WS-AA-CLOSED    VALUE 'C'.
               10  WS-AA-PENDING-SW    PIC X(01).
                   88  WS-AA-PENDING   VALUE 'Y'.
               10  WS-AA-UNBILLED-SW   PIC X(01).
                   88  WS-AA-UNBILLED  VALUE 'Y'.

      *----------------------------------------------------------*
      * ACCOUNTS SEEN ON CALCRPT. THE WORK TABLE COLLECTS THE    *
      * BLOCK BEING READ; EVERY CALCTLR TRAILER SNAPSHOTS IT TO  *
      * THE LAST-RUN TABLE, THE SAME LAST-BLOCK SCAN CALCBILL    *
      * USES TO DECIDE WHAT IT BILLS.                            *
      *----------------------------------------------------------*
       01  WS-WORK-USED                PIC 9(02) COMP.
       01  WS-WORK-TABLE.
           05  WS-WK-ACCOUNT OCCURS 50 TIMES
                                       PIC X(06).

       01  WS-LAST-USED                PIC 9(02) COMP.
       01  WS-LAST-TABLE.
           05  WS-LR-ACCOUNT OCCURS 50 TIMES
                                       PIC X(06).

       01  WS-I                        PIC 9(02) COMP.
       01  WS-FOUND-SW                 PIC X(01).
           88  WS-FOUND                VALUE 'Y'.

       01  WS-DETAIL-IMAGE.
           05  DI-ACCOUNT              PIC X(06).
           05  FILLER                  PIC X(74).

       01  WS-HIST-LOST-SW             PIC X(01).
           88  WS-HIST-LOST            VALUE 'Y'.

       01  WS-TABLE-FULL-SW            PIC X(01).
           88  WS-TABLE-FULL           VALUE 'Y'.

      *----------------------------------------------------------*
      * HISTORY AND AUDIT ROWS QUEUED DURING THE APPLY PASS AND  *
      * FLUSHED ONLY WHEN THE RUN IS KNOWN CLEAN, SO A RUN WHOSE *
      * NEW MASTER IS NEVER INSTALLED RECORDS NOTHING.           *
      *----------------------------------------------------------*
       01  WS-PEND-USED                PIC 9(03) COMP.
       01  WS-PEND-IX                  PIC 9(03) COMP.
       01  WS-PENDING-TABLE.
           05  WS-PD-ENTRY OCCURS 100 TIMES.
               10  WS-PD-ACTION        PIC X(01).
               10  WS-PD-ACCOUNT       PIC X(06).
               10  WS-PD-FIELD         PIC X(06).
               10  WS-PD-OLD-VALUE     PIC X(20).
               10  WS-PD-NEW-VALUE     PIC X(20).

       01  WS-REPORT-LINE.
           05  RL-ACTION               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-ACCOUNT-ID           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DEPT-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-RESULT               PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACE.

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
                 PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
                 PERFORM 2500-MARK-PENDING-ACCOUNTS THRU 2500-EXIT.
                 PERFORM 2800-MARK-UNBILLED-ACCOUNTS THRU 2800-EXIT.
                 PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
                 PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
                     UNTIL WS-END-OF-TRANS.
                 PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
                 PERFORM 6500-FLUSH-HISTORY THRU 6500-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE TRANSACTION, REPORT, NEW-MASTER AND HISTORY    *
      * FILES. THE MASTER AND THE RUN FILES ARE READ AND         *
      * RELEASED BY THEIR OWN PARAGRAPHS. ANY OPEN FAILURE ENDS  *
      * THE STEP WITH RETURN CODE 8 SO THE COPY-BACK STEP NEVER  *
      * SEES A HALF-BUILT NEW MASTER.                            *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-TRANS-READ.
                 MOVE 0 TO WS-TRANS-APPLIED.
                 MOVE 0 TO WS-TRANS-REJECTED.
                 MOVE 0 TO WS-PEND-USED.
                 MOVE 'N' TO WS-HIST-LOST-SW.
                 MOVE 'N' TO WS-TABLE-FULL-SW.
                 MOVE 'N' TO WS-END-OF-TRANS-SW.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 OPEN INPUT ACCOUNT-TRANS-FILE.
                 IF NOT WS-TRANS-OK
                     DISPLAY 'Unable to open ACCOUNT-TRANS-FILE, '
                         'status ' WS-TRANS-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT ACCOUNT-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open ACCOUNT-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE ACCOUNT-TRANS-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT NEW-MASTER-FILE.
                 IF NOT WS-NEW-OK
                     DISPLAY 'Unable to open NEW-MASTER-FILE, status '
                         WS-NEW-FILE-STATUS
                     CLOSE ACCOUNT-TRANS-FILE
                     CLOSE ACCOUNT-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN EXTEND ACCOUNT-HISTORY-FILE.
                 IF NOT WS-HIST-OK
                     DISPLAY 'Unable to open ACCOUNT-HISTORY-FILE, '
                         'status ' WS-HIST-FILE-STATUS
                     CLOSE ACCOUNT-TRANS-FILE
                     CLOSE ACCOUNT-REPORT-FILE
                     CLOSE NEW-MASTER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-LOAD-MASTER                                          *
      * LOADS THE CURRENT ACCOUNT MASTER INTO WS-MAINT-TABLE. A  *
      * MASTER THAT CANNOT BE OPENED STOPS THE RUN, SINCE NO     *
      * TRANSACTION COULD BE APPLIED.                            *
      *----------------------------------------------------------*
       2000-LOAD-MASTER.
                 MOVE 0 TO WS-ACCOUNT-USED.
                 MOVE 'N' TO WS-END-OF-ACCOUNTS-SW.
                 OPEN INPUT ACCOUNT-MASTER-FILE.
                 IF NOT WS-ACCT-FILE-OK
                     DISPLAY 'Unable to open ACCOUNT-MASTER-FILE, '
                         'status ' WS-ACCT-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
                 PERFORM 2200-STORE-ACCOUNT THRU 2200-EXIT
                     UNTIL WS-END-OF-ACCOUNTS.
                 CLOSE ACCOUNT-MASTER-FILE.
       2000-EXIT.
                 EXIT.

       2100-READ-ACCOUNT.
                 READ ACCOUNT-MASTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-ACCOUNTS-SW
                 END-READ.
       2100-EXIT.
                 EXIT.

       2200-STORE-ACCOUNT.
                 IF WS-ACCOUNT-USED < 50
                     ADD 1 TO WS-ACCOUNT-USED
                     MOVE AM-ACCOUNT-ID TO WS-AA-ID(WS-ACCOUNT-USED)
                     MOVE AM-DEPT-NAME TO WS-AA-DEPT(WS-ACCOUNT-USED)
                     MOVE AM-STATUS TO WS-AA-STATUS(WS-ACCOUNT-USED)
                     MOVE 'N' TO WS-AA-PENDING-SW(WS-ACCOUNT-USED)
                     MOVE 'N' TO WS-AA-UNBILLED-SW(WS-ACCOUNT-USED)
                 ELSE
                     DISPLAY 'Account table full, master ignored: '
                         AM-ACCOUNT-ID
                     MOVE 'Y' TO WS-TABLE-FULL-SW
                 END-IF.
                 PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2500-MARK-PENDING-ACCOUNTS                                *
      * SCANS TODAY'S CALCTRAN ONCE AND MARKS EVERY MASTER       *
      * ACCOUNT THAT STILL HAS TRANSACTIONS WAITING FOR THE      *
      * SAMPCALC RUN, SO A CLOSE THAT WOULD REJECT THEM ACC CAN  *
      * ITSELF BE REJECTED. A CALCTRAN THAT CANNOT BE OPENED     *
      * STOPS THE RUN RATHER THAN LET AN UNVERIFIED CLOSE        *
      * THROUGH.                                                 *
      *----------------------------------------------------------*
       2500-MARK-PENDING-ACCOUNTS.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT CALC-TRANS-FILE.
                 IF NOT WS-CALC-TRANS-OK
                     DISPLAY 'Unable to open CALC-TRANS-FILE, status '
                         WS-CALC-TRANS-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2600-READ-CALC-TRANS THRU 2600-EXIT.
                 PERFORM 2700-MARK-ONE-TRANS THRU 2700-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE CALC-TRANS-FILE.
       2500-EXIT.
                 EXIT.

       2600-READ-CALC-TRANS.
                 READ CALC-TRANS-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2600-EXIT.
                 EXIT.

       2700-MARK-ONE-TRANS.
                 MOVE CT-ACCOUNT-ID TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX > 0
                     MOVE 'Y' TO WS-AA-PENDING-SW(WS-ACCT-IX)
                 END-IF.
                 PERFORM 2600-READ-CALC-TRANS THRU 2600-EXIT.
       2700-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2800-MARK-UNBILLED-ACCOUNTS                               *
      * MARKS EVERY ACCOUNT WITH DETAIL IN THE LAST COMPLETE RUN *
      * ON CALCRPT THAT BILLEXT DOES NOT YET SHOW AS BILLED FOR  *
      * THAT RUN'S DATE. CALCRPT OR BILLEXT NOT OPENING STOPS    *
      * THE RUN; A MISSING RUN-REGISTER ONLY MEANS NO RUN DATE   *
      * IS KNOWN, SO ANY BILLEXT RECORD FOR THE ACCOUNT COUNTS.  *
      *----------------------------------------------------------*
       2800-MARK-UNBILLED-ACCOUNTS.
                 PERFORM 2810-FIND-LAST-CALC-RUN THRU 2810-EXIT.
                 PERFORM 2830-SCAN-CALC-REPORT THRU 2830-EXIT.
                 MOVE 1 TO WS-I.
                 PERFORM 2870-MARK-ONE-UNBILLED THRU 2870-EXIT
                     UNTIL WS-I > WS-LAST-USED.
                 PERFORM 2880-SCAN-BILL-EXTRACT THRU 2880-EXIT.
       2800-EXIT.
                 EXIT.

       2810-FIND-LAST-CALC-RUN.
                 MOVE LOW-VALUES TO WS-LAST-CALC-DATE.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT RUN-REGISTER-FILE.
                 IF NOT WS-RR-OK
                     DISPLAY 'No run register, status '
                         WS-RR-FILE-STATUS
                         ', last SAMPLE run date unknown'
                     GO TO 2810-EXIT
                 END-IF.
                 PERFORM 2820-READ-REGISTER THRU 2820-EXIT.
                 PERFORM 2825-CHECK-REGISTER THRU 2825-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE RUN-REGISTER-FILE.
       2810-EXIT.
                 EXIT.

       2820-READ-REGISTER.
                 READ RUN-REGISTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2820-EXIT.
                 EXIT.

       2825-CHECK-REGISTER.
                 IF RR-PROGRAM = 'SAMPLE' AND RR-RC < 8
                     MOVE RR-DATE TO WS-LAST-CALC-DATE
                 END-IF.
                 PERFORM 2820-READ-REGISTER THRU 2820-EXIT.
       2825-EXIT.
                 EXIT.

       2830-SCAN-CALC-REPORT.
                 MOVE 0 TO WS-WORK-USED.
                 MOVE 0 TO WS-LAST-USED.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT CALC-REPORT-FILE.
                 IF NOT WS-CALC-REPORT-OK
                     DISPLAY 'Unable to open CALC-REPORT-FILE, status '
                         WS-CALC-REPORT-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2840-READ-REPORT THRU 2840-EXIT.
                 PERFORM 2850-CLASSIFY-REPORT-LINE THRU 2850-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE CALC-REPORT-FILE.
       2830-EXIT.
                 EXIT.

       2840-READ-REPORT.
                 READ CALC-REPORT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2840-EXIT.
                 EXIT.

       2850-CLASSIFY-REPORT-LINE.
                 IF CALC-REPORT-RECORD(1:8) = 'TOTALS: '
                     MOVE WS-WORK-TABLE TO WS-LAST-TABLE
                     MOVE WS-WORK-USED TO WS-LAST-USED
                     MOVE 0 TO WS-WORK-USED
                 ELSE
                     IF CALC-REPORT-RECORD NOT = SPACES AND
                        CALC-REPORT-RECORD(1:9) NOT = 'SUBTOTAL ' AND
                        CALC-REPORT-RECORD(1:12) NOT = 'GRAND TOTAL '
                        AND CALC-REPORT-RECORD(1:4) NOT = 'RUN '
                         PERFORM 2860-NOTE-DETAIL-ACCOUNT
                             THRU 2860-EXIT
                     END-IF
                 END-IF.
                 PERFORM 2840-READ-REPORT THRU 2840-EXIT.
       2850-EXIT.
                 EXIT.

       2860-NOTE-DETAIL-ACCOUNT.
                 MOVE CALC-REPORT-RECORD TO WS-DETAIL-IMAGE.
                 MOVE 'N' TO WS-FOUND-SW.
                 MOVE 1 TO WS-I.
                 PERFORM 2865-MATCH-WORK-ACCOUNT THRU 2865-EXIT
                     UNTIL WS-FOUND OR WS-I > WS-WORK-USED.
                 IF NOT WS-FOUND
                     IF WS-WORK-USED < 50
                         ADD 1 TO WS-WORK-USED
                         MOVE DI-ACCOUNT TO WS-WK-ACCOUNT(WS-WORK-USED)
                     ELSE
                         DISPLAY 'Run account table full, not noted: '
                             DI-ACCOUNT
                     END-IF
                 END-IF.
       2860-EXIT.
                 EXIT.

       2865-MATCH-WORK-ACCOUNT.
                 IF WS-WK-ACCOUNT(WS-I) = DI-ACCOUNT
                     MOVE 'Y' TO WS-FOUND-SW
                 ELSE
                     ADD 1 TO WS-I
                 END-IF.
       2865-EXIT.
                 EXIT.

       2870-MARK-ONE-UNBILLED.
                 MOVE WS-LR-ACCOUNT(WS-I) TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX > 0
                     MOVE 'Y' TO WS-AA-UNBILLED-SW(WS-ACCT-IX)
                 END-IF.
                 ADD 1 TO WS-I.
       2870-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2880-SCAN-BILL-EXTRACT                                    *
      * CLEARS THE UNBILLED MARK FOR EVERY ACCOUNT THAT HAS AN   *
      * INVOICE EXTRACT RECORD DATED ON OR AFTER THE LAST        *
      * SAMPLE RUN.                                              *
      *----------------------------------------------------------*
       2880-SCAN-BILL-EXTRACT.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT BILLING-EXTRACT-FILE.
                 IF NOT WS-BILL-EXT-OK
                     DISPLAY 'Unable to open BILLING-EXTRACT-FILE, '
                         'status ' WS-BILL-EXT-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2890-READ-EXTRACT THRU 2890-EXIT.
                 PERFORM 2895-CLEAR-ONE-BILLED THRU 2895-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-EXTRACT-FILE.
       2880-EXIT.
                 EXIT.

       2890-READ-EXTRACT.
                 READ BILLING-EXTRACT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2890-EXIT.
                 EXIT.

       2895-CLEAR-ONE-BILLED.
                 IF BX-BILL-DATE >= WS-LAST-CALC-DATE
                     MOVE BX-ACCOUNT-ID TO WS-ACCT-LOOKUP
                     PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT
                     IF WS-ACCT-IX > 0
                         MOVE 'N' TO WS-AA-UNBILLED-SW(WS-ACCT-IX)
                     END-IF
                 END-IF.
                 PERFORM 2890-READ-EXTRACT THRU 2890-EXIT.
       2895-EXIT.
                 EXIT.

       3100-READ-TRANSACTION.
                 READ ACCOUNT-TRANS-FILE
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
                     WHEN AT-ADD
                         PERFORM 4000-ADD-ACCOUNT THRU 4000-EXIT
                     WHEN AT-CHANGE
                         PERFORM 4100-CHANGE-ACCOUNT THRU 4100-EXIT
                     WHEN AT-CLOSE
                         PERFORM 4200-CLOSE-ACCOUNT THRU 4200-EXIT
                     WHEN AT-REOPEN
                         PERFORM 4300-REOPEN-ACCOUNT THRU 4300-EXIT
                     WHEN OTHER
                         MOVE 'REJECTED - INVALID ACTION'
                             TO WS-ACTION-RESULT
                 END-EVALUATE.
                 IF WS-ACTION-RESULT = 'APPLIED'
                     ADD 1 TO WS-TRANS-APPLIED
                 ELSE
                     ADD 1 TO WS-TRANS-REJECTED
                 END-IF.
                 MOVE AT-ACTION TO RL-ACTION.
                 MOVE AT-ACCOUNT-ID TO RL-ACCOUNT-ID.
                 MOVE AT-DEPT-NAME TO RL-DEPT-NAME.
                 MOVE WS-ACTION-RESULT TO RL-RESULT.
                 WRITE ACCOUNT-REPORT-RECORD FROM WS-REPORT-LINE.
                 PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
       3000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4000-ADD-ACCOUNT                                          *
      * OPENS A NEW ACCOUNT FOR A DEPARTMENT. AN ACCOUNT ID      *
      * ALREADY ON THE MASTER (OPEN OR CLOSED), A BLANK ID OR    *
      * DEPARTMENT NAME, OR A FULL TABLE IS REJECTED.            *
      *----------------------------------------------------------*
       4000-ADD-ACCOUNT.
                 IF AT-ACCOUNT-ID = SPACES OR AT-DEPT-NAME = SPACES
                     MOVE 'REJECTED - ID OR NAME MISSING'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 MOVE AT-ACCOUNT-ID TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX > 0
                     MOVE 'REJECTED - DUPLICATE ADD'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 IF WS-ACCOUNT-USED >= 50
                     MOVE 'REJECTED - MASTER FULL'
                         TO WS-ACTION-RESULT
                     GO TO 4000-EXIT
                 END-IF.
                 ADD 1 TO WS-ACCOUNT-USED.
                 MOVE AT-ACCOUNT-ID TO WS-AA-ID(WS-ACCOUNT-USED).
                 MOVE AT-DEPT-NAME TO WS-AA-DEPT(WS-ACCOUNT-USED).
                 MOVE 'A' TO WS-AA-STATUS(WS-ACCOUNT-USED).
                 MOVE 'N' TO WS-AA-PENDING-SW(WS-ACCOUNT-USED).
                 MOVE 'N' TO WS-AA-UNBILLED-SW(WS-ACCOUNT-USED).
                 MOVE 'ADD   ' TO AH-FIELD.
                 MOVE SPACES TO AH-OLD-VALUE.
                 MOVE AT-DEPT-NAME TO AH-NEW-VALUE.
                 PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT.
       4000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4100-CHANGE-ACCOUNT                                       *
      * RENAMES THE DEPARTMENT THAT OWNS AN OPEN ACCOUNT. A      *
      * CLOSED ACCOUNT MUST BE REOPENED FIRST. A NAME THAT DID   *
      * NOT ACTUALLY CHANGE IS APPLIED WITHOUT A HISTORY ROW.    *
      *----------------------------------------------------------*
       4100-CHANGE-ACCOUNT.
                 MOVE AT-ACCOUNT-ID TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX = 0
                     MOVE 'REJECTED - UNKNOWN ACCOUNT'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF WS-AA-CLOSED(WS-ACCT-IX)
                     MOVE 'REJECTED - ACCOUNT CLOSED'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF AT-DEPT-NAME = SPACES
                     MOVE 'REJECTED - NAME MISSING'
                         TO WS-ACTION-RESULT
                     GO TO 4100-EXIT
                 END-IF.
                 IF AT-DEPT-NAME NOT = WS-AA-DEPT(WS-ACCT-IX)
                     MOVE 'NAME  ' TO AH-FIELD
                     MOVE WS-AA-DEPT(WS-ACCT-IX) TO AH-OLD-VALUE
                     MOVE AT-DEPT-NAME TO AH-NEW-VALUE
                     PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT
                 END-IF.
                 MOVE AT-DEPT-NAME TO WS-AA-DEPT(WS-ACCT-IX).
       4100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4200-CLOSE-ACCOUNT                                        *
      * MARKS AN OPEN ACCOUNT CLOSED. THE ACCOUNT STAYS ON THE   *
      * MASTER SO SAMPLE REJECTS ITS TRANSACTIONS ACC AND        *
      * CALCBILL CAN STILL NAME THE DEPARTMENT. AN ACCOUNT WITH  *
      * TRANSACTIONS ON TODAY'S CALCTRAN OR UNBILLED DETAIL ON   *
      * CALCRPT IS REJECTED UNTIL THAT ACTIVITY IS BILLED.       *
      *----------------------------------------------------------*
       4200-CLOSE-ACCOUNT.
                 MOVE AT-ACCOUNT-ID TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX = 0
                     MOVE 'REJECTED - UNKNOWN ACCOUNT'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-AA-CLOSED(WS-ACCT-IX)
                     MOVE 'REJECTED - ALREADY CLOSED'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-AA-PENDING(WS-ACCT-IX)
                     MOVE 'REJECTED - ON TODAY''S CALCTRAN'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 IF WS-AA-UNBILLED(WS-ACCT-IX)
                     MOVE 'REJECTED - UNBILLED ON CALCRPT'
                         TO WS-ACTION-RESULT
                     GO TO 4200-EXIT
                 END-IF.
                 MOVE 'C' TO WS-AA-STATUS(WS-ACCT-IX).
                 MOVE 'CLOSE ' TO AH-FIELD.
                 MOVE 'A' TO AH-OLD-VALUE.
                 MOVE 'C' TO AH-NEW-VALUE.
                 PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT.
       4200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4300-REOPEN-ACCOUNT                                       *
      * RETURNS A CLOSED ACCOUNT TO ACTIVE STATUS.               *
      *----------------------------------------------------------*
       4300-REOPEN-ACCOUNT.
                 MOVE AT-ACCOUNT-ID TO WS-ACCT-LOOKUP.
                 PERFORM 4500-FIND-ACCOUNT THRU 4500-EXIT.
                 IF WS-ACCT-IX = 0
                     MOVE 'REJECTED - UNKNOWN ACCOUNT'
                         TO WS-ACTION-RESULT
                     GO TO 4300-EXIT
                 END-IF.
                 IF NOT WS-AA-CLOSED(WS-ACCT-IX)
                     MOVE 'REJECTED - NOT CLOSED'
                         TO WS-ACTION-RESULT
                     GO TO 4300-EXIT
                 END-IF.
                 MOVE 'A' TO WS-AA-STATUS(WS-ACCT-IX).
                 MOVE 'REOPEN' TO AH-FIELD.
                 MOVE 'C' TO AH-OLD-VALUE.
                 MOVE 'A' TO AH-NEW-VALUE.
                 PERFORM 4800-QUEUE-HISTORY THRU 4800-EXIT.
       4300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4500-FIND-ACCOUNT                                         *
      * LOOKS WS-ACCT-LOOKUP UP IN WS-MAINT-TABLE. WS-ACCT-IX    *
      * RETURNS THE ENTRY NUMBER, OR ZERO WHEN THE ACCOUNT IS    *
      * NOT ON THE MASTER.                                       *
      *----------------------------------------------------------*
       4500-FIND-ACCOUNT.
                 MOVE 0 TO WS-ACCT-IX.
                 MOVE 1 TO WS-FIND-IX.
                 PERFORM 4510-MATCH-ACCOUNT THRU 4510-EXIT
                     UNTIL WS-ACCT-IX > 0
                        OR WS-FIND-IX > WS-ACCOUNT-USED.
       4500-EXIT.
                 EXIT.

       4510-MATCH-ACCOUNT.
                 IF WS-AA-ID(WS-FIND-IX) = WS-ACCT-LOOKUP
                     MOVE WS-FIND-IX TO WS-ACCT-IX
                 ELSE
                     ADD 1 TO WS-FIND-IX
                 END-IF.
       4510-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4800-QUEUE-HISTORY                                        *
      * HOLDS ONE CHANGE-HISTORY ROW IN THE PENDING TABLE.       *
      * CALLERS FILL IN AH-FIELD, AH-OLD-VALUE AND AH-NEW-VALUE  *
      * FIRST. NOTHING REACHES ACCTHIST OR THE AUDIT LOG UNTIL   *
      * 6500-FLUSH-HISTORY KNOWS THE RUN APPLIED CLEAN. A FULL   *
      * TABLE WOULD DROP EVIDENCE, SO IT FAILS THE RUN INSTEAD.  *
      *----------------------------------------------------------*
       4800-QUEUE-HISTORY.
                 IF WS-PEND-USED >= 100
                     DISPLAY 'History table full, run must be '
                         'split: ' AT-ACCOUNT-ID
                     MOVE 'Y' TO WS-HIST-LOST-SW
                     GO TO 4800-EXIT
                 END-IF.
                 ADD 1 TO WS-PEND-USED.
                 MOVE AT-ACTION TO WS-PD-ACTION(WS-PEND-USED).
                 MOVE AT-ACCOUNT-ID TO WS-PD-ACCOUNT(WS-PEND-USED).
                 MOVE AH-FIELD TO WS-PD-FIELD(WS-PEND-USED).
                 MOVE AH-OLD-VALUE TO WS-PD-OLD-VALUE(WS-PEND-USED).
                 MOVE AH-NEW-VALUE TO WS-PD-NEW-VALUE(WS-PEND-USED).
       4800-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6500-FLUSH-HISTORY                                        *
      * WRITES THE QUEUED ACCTHIST AND AUDIT-LOG ROWS, BUT ONLY  *
      * WHEN EVERY TRANSACTION APPLIED - THE SAME GATE THAT LETS *
      * THE COPY-BACK STEP INSTALL THE NEW MASTER. A RUN WITH    *
      * REJECTS INSTALLS NOTHING, SO ITS CHANGES ARE NOT         *
      * RECORDED; THE CORRECTED RERUN RECORDS THEM ONCE.         *
      * A MASTER THAT OVERFLOWED THE ACCOUNT TABLE IS NEVER      *
      * INSTALLED EITHER.                                        *
      *----------------------------------------------------------*
       6500-FLUSH-HISTORY.
                 IF WS-TRANS-REJECTED > 0 OR WS-HIST-LOST OR
                    WS-TABLE-FULL
                     DISPLAY 'Run not clean: new master held and '
                         'no history or audit rows written'
                     GO TO 6500-EXIT
                 END-IF.
                 MOVE 1 TO WS-PEND-IX.
                 PERFORM 6510-WRITE-ONE-PENDING THRU 6510-EXIT
                     UNTIL WS-PEND-IX > WS-PEND-USED.
       6500-EXIT.
                 EXIT.

       6510-WRITE-ONE-PENDING.
                 MOVE SPACES TO ACCOUNT-HISTORY-RECORD.
                 MOVE WS-PD-ACCOUNT(WS-PEND-IX) TO AH-ACCOUNT-ID.
                 MOVE WS-PD-FIELD(WS-PEND-IX) TO AH-FIELD.
                 MOVE WS-PD-OLD-VALUE(WS-PEND-IX) TO AH-OLD-VALUE.
                 MOVE WS-PD-NEW-VALUE(WS-PEND-IX) TO AH-NEW-VALUE.
                 PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
                 PERFORM 7100-LOG-MAINTENANCE THRU 7100-EXIT.
                 ADD 1 TO WS-PEND-IX.
       6510-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-WRITE-HISTORY                                        *
      * APPENDS ONE CHANGE-HISTORY ROW. 6510-WRITE-ONE-PENDING   *
      * FILLS IN THE ACCOUNT, FIELD AND OLD/NEW VALUES BEFORE    *
      * PERFORMING THIS PARAGRAPH.                               *
      *----------------------------------------------------------*
       5000-WRITE-HISTORY.
                 MOVE WS-RUN-DATE TO AH-DATE.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-TIME TO AH-TIME.
                 WRITE ACCOUNT-HISTORY-RECORD.
       5000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-NEW-MASTER                                     *
      * WRITES EVERY TABLE ENTRY, OPEN OR CLOSED, TO ACCTNEW,    *
      * THE NEW MASTER THE COPY-BACK STEP INSTALLS WHEN THIS     *
      * STEP ENDS CLEAN.                                         *
      *----------------------------------------------------------*
       6000-WRITE-NEW-MASTER.
                 MOVE 1 TO WS-ACCT-IX.
                 PERFORM 6100-WRITE-ONE-ACCOUNT THRU 6100-EXIT
                     UNTIL WS-ACCT-IX > WS-ACCOUNT-USED.
       6000-EXIT.
                 EXIT.

       6100-WRITE-ONE-ACCOUNT.
                 MOVE WS-AA-ID(WS-ACCT-IX) TO NM-ACCOUNT-ID.
                 MOVE WS-AA-DEPT(WS-ACCT-IX) TO NM-DEPT-NAME.
                 MOVE WS-AA-STATUS(WS-ACCT-IX) TO NM-STATUS.
                 WRITE NEW-MASTER-RECORD.
                 ADD 1 TO WS-ACCT-IX.
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
                 MOVE 'ACCTADM' TO LOG-PROGRAM.
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
      * RECORDS AN APPLIED MASTER CHANGE ON THE AUDIT LOG FROM   *
      * THE PENDING ENTRY AT WS-PEND-IX: LOG-OPERATION IS THE    *
      * TRANSACTION ACTION, LOG-USER-ID THE ACCOUNT, LOG-INPUT-1 *
      * THE OLD VALUE, LOG-INPUT-2 THE FIELD CHANGED, AND        *
      * LOG-RESULT THE NEW VALUE. A DEPARTMENT NAME LONGER THAN  *
      * THE LOG COLUMNS IS CARRIED IN FULL ON ACCTHIST.          *
      *----------------------------------------------------------*
       7100-LOG-MAINTENANCE.
                 MOVE WS-PD-ACTION(WS-PEND-IX) TO LOG-OPERATION.
                 MOVE WS-PD-ACCOUNT(WS-PEND-IX) TO LOG-USER-ID.
                 MOVE WS-PD-OLD-VALUE(WS-PEND-IX) TO LOG-INPUT-1.
                 MOVE WS-PD-FIELD(WS-PEND-IX) TO LOG-INPUT-2.
                 MOVE WS-PD-NEW-VALUE(WS-PEND-IX) TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
       7100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE AND THE  *
      * TRANSACTIONS READ / APPLIED / REJECTED.                  *
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
                 MOVE 'ACCTADM' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-TRANS-READ TO RR-READ.
                 MOVE WS-TRANS-APPLIED TO RR-WRITTEN.
                 MOVE WS-TRANS-REJECTED TO RR-REJECTED.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
      * STEP RETURN CODE: 0 WHEN EVERY TRANSACTION APPLIED,      *
      * 4 WHEN ANY WERE REJECTED, 8 IF HISTORY WOULD BE LOST OR  *
      * THE MASTER DID NOT FIT THE ACCOUNT TABLE, SO THAT THE    *
      * COPY-BACK STEP NEVER INSTALLS A TRUNCATED ACCTNEW.       *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 MOVE WS-TRANS-READ TO SL-READ.
                 MOVE WS-TRANS-APPLIED TO SL-APPLIED.
                 MOVE WS-TRANS-REJECTED TO SL-REJECTED.
                 WRITE ACCOUNT-REPORT-RECORD FROM WS-SUMMARY-LINE.
                 CLOSE ACCOUNT-TRANS-FILE.
                 CLOSE ACCOUNT-REPORT-FILE.
                 CLOSE NEW-MASTER-FILE.
                 CLOSE ACCOUNT-HISTORY-FILE.
                 IF WS-TABLE-FULL
                     DISPLAY 'Account master exceeds the account '
                         'table, run failed'
                     MOVE 8 TO RETURN-CODE
                     GO TO 8000-EXIT
                 END-IF.
                 IF WS-HIST-LOST
                     DISPLAY 'Change history would have been '
                         'incomplete, run failed'
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     IF WS-TRANS-REJECTED > 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM ACCTADM.
