      *                SO FINANCE CAN SHOW NOTHING WAS BILLED    *
      *                TWICE OR MISSED; ANY MISMATCH OR MISSING  *
      *                RATE ENDS THE STEP WITH RETURN CODE 8.    *
      * 2026-10-15 JB  A PROVED RUN NOW POSTS EVERY BILLED       *
      *                ACCOUNT'S COUNTS AND AMOUNTS TO THE KEYED *
      *                BILLLEDG LEDGER (ACCOUNT PLUS BILLING     *
      *                PERIOD) AND RECORDS THE BILL DATE ON THE  *
      *                BILLREG BILLING REGISTER. A BILL DATE     *
      *                ALREADY ON THE REGISTER, OR ONE IN A      *
      *                PERIOD BILLCLOSE HAS LOCKED, IS REFUSED   *
      *                WITH RETURN CODE 8 BEFORE ANYTHING IS     *
      *                WRITTEN. BILLEXT RECORDS ARE NOW HELD     *
      *                UNTIL THE RUN HAS PROVED AND WRITTEN WITH *
      *                THE LEDGER POSTING, SO THE EXTRACT ALWAYS *
      *                AGREES WITH THE LEDGER. THE RUN APPENDS   *
      *                A COMPLETION RECORD TO RUNREG.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-RPT-STATUS.

           COPY BXSEL.

           COPY BLGSEL.

           COPY BRGSEL.

           COPY RRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-REPORT-FILE.
       01  BILLING-REPORT-RECORD       PIC X(80).

       COPY BXREC.

       COPY BLGREC.

       COPY BRGREC.

       COPY RRREC.

       WORKING-STORAGE SECTION.
       01  WS-CALC-REPORT-STATUS       PIC X(02).
       01  WS-BILL-EXT-STATUS          PIC X(02).
           88  WS-BILL-EXT-OK          VALUE '00'.

       01  WS-LEDGER-STATUS            PIC X(02).
           88  WS-LEDGER-OK            VALUE '00'.

       01  WS-BRG-FILE-STATUS          PIC X(02).
           88  WS-BRG-OK               VALUE '00'.
           88  WS-BRG-MISSING          VALUE '35'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-RUN-TIME                 PIC X(08).

       01  WS-END-OF-FILE-SW           PIC X(01).
           88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-BILL-DATE                PIC X(08).

       01  WS-DATE-POSTED-SW           PIC X(01).
           88  WS-DATE-POSTED          VALUE 'Y'.

       01  WS-PERIOD-LOCKED-SW         PIC X(01).
           88  WS-PERIOD-LOCKED        VALUE 'Y'.

       01  WS-POST-FAILED-SW           PIC X(01).
           88  WS-POST-FAILED          VALUE 'Y'.

      *----------------------------------------------------------*
      * INVOICE EXTRACT RECORDS HELD UNTIL THE RUN HAS PROVED.   *
      * EACH ENTRY IS THE BILLEXT IMAGE FOR ONE BILLED ACCOUNT,  *
      * WRITTEN AND POSTED TO THE LEDGER BY 6500-POST-BILLING.   *
      *----------------------------------------------------------*
       01  WS-POST-USED                PIC 9(02) COMP.
       01  WS-POST-TABLE.
           05  WS-PT-IMAGE OCCURS 50 TIMES
                                       PIC X(101).

       01  WS-TRAILER-FOUND-SW        PIC X(01).
           88  WS-TRAILER-FOUND       VALUE 'Y'.

                 PERFORM 3000-SCAN-CALC-REPORT THRU 3000-EXIT.
                 PERFORM 4000-PRICE-AND-REPORT THRU 4000-EXIT.
                 PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT.
                 PERFORM 6500-POST-BILLING THRU 6500-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      * 1000-INITIALIZE                                           *
      * AN OPTIONAL PARM CARRIES THE BILLING DATE (YYYYMMDD)     *
      * USED TO PICK THE RATE IN FORCE; WITH NO PARM IT DEFAULTS *
      * TO TODAY. A BILL DATE THE BILLING REGISTER REFUSES ENDS  *
      * THE STEP BEFORE ANY OUTPUT IS OPENED. OPENS THE TWO      *
      * OUTPUT FILES; ANY OPEN FAILURE ENDS THE STEP WITH RETURN *
      * CODE 8.                                                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-WORK-USED.
                 MOVE 0 TO WS-POST-USED.
                 MOVE 'N' TO WS-POST-FAILED-SW.
                 MOVE 0 TO WS-BILLED-USED.
                 MOVE 0 TO WS-BILLED-TRANS.
                 MOVE 0 TO WS-GRAND-AMOUNT.
                 ELSE
                     ACCEPT WS-BILL-DATE FROM DATE YYYYMMDD
                 END-IF.
                 PERFORM 1200-CHECK-BILLING-REGISTER THRU 1200-EXIT.
                 OPEN OUTPUT BILLING-REPORT-FILE.
                 IF NOT WS-BILL-RPT-OK
                     DISPLAY 'Unable to open BILLING-REPORT-FILE, '
       1100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1200-CHECK-BILLING-REGISTER                               *
      * REFUSES THE RUN WHEN THE BILL DATE HAS ALREADY BEEN      *
      * POSTED TO THE LEDGER, OR WHEN BILLCLOSE HAS LOCKED ITS   *
      * PERIOD, SO A RERUN CAN NEITHER DOUBLE-BILL A DAY NOR     *
      * CHANGE AN INVOICE ALREADY SENT TO FINANCE. A REGISTER    *
      * THAT DOES NOT EXIST YET IS TREATED AS EMPTY; ONE THAT    *
      * EXISTS BUT CANNOT BE READ STOPS THE RUN.                 *
      *----------------------------------------------------------*
       1200-CHECK-BILLING-REGISTER.
                 MOVE 'N' TO WS-DATE-POSTED-SW.
                 MOVE 'N' TO WS-PERIOD-LOCKED-SW.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT BILLING-REGISTER-FILE.
                 IF WS-BRG-MISSING
                     DISPLAY 'No billing register, treated as empty'
                     GO TO 1200-EXIT
                 END-IF.
                 IF NOT WS-BRG-OK
                     DISPLAY 'Unable to open BILLING-REGISTER-FILE, '
                         'status ' WS-BRG-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 1210-READ-REGISTER THRU 1210-EXIT.
                 PERFORM 1220-CHECK-REGISTER-ENTRY THRU 1220-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-REGISTER-FILE.
                 IF WS-PERIOD-LOCKED
                     DISPLAY 'Billing period ' WS-BILL-DATE(1:6)
                         ' is closed, run refused'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 IF WS-DATE-POSTED
                     DISPLAY 'Bill date ' WS-BILL-DATE
                         ' already posted to the ledger, run refused'
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       1200-EXIT.
                 EXIT.

       1210-READ-REGISTER.
                 READ BILLING-REGISTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       1210-EXIT.
                 EXIT.

       1220-CHECK-REGISTER-ENTRY.
                 IF BR-POSTED AND BR-BILL-DATE = WS-BILL-DATE
                     MOVE 'Y' TO WS-DATE-POSTED-SW
                 END-IF.
                 IF BR-LOCKED AND BR-PERIOD = WS-BILL-DATE(1:6)
                     MOVE 'Y' TO WS-PERIOD-LOCKED-SW
                 END-IF.
                 PERFORM 1210-READ-REGISTER THRU 1210-EXIT.
       1220-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-LOAD-ACCOUNT-MASTER                                  *
      * LOADS THE ACCOUNT MASTER INTO WS-ACCOUNT-TABLE SO THE    *
      * 4000-PRICE-AND-REPORT                                     *
      * PRICES EACH BILLED ACCOUNT'S OPERATOR COUNTS, WRITES THE *
      * BILLING REPORT WITH ITS ACCOUNT CONTROL BREAKS, AND      *
      * BUILDS ONE INVOICE EXTRACT RECORD PER ACCOUNT, HELD FOR  *
      * 6500-POST-BILLING. A BILLED OPERATOR WITH NO RATE IN     *
      * FORCE IS A HARD ERROR.                                   *
      *----------------------------------------------------------*
       4000-PRICE-AND-REPORT.
                 MOVE 1 TO WS-I.
                 MOVE WS-ACCOUNT-TOTAL TO BX-TOTAL-AMOUNT.
                 WRITE BILLING-REPORT-RECORD FROM WS-ACCT-TOTAL-LINE.
                 WRITE BILLING-REPORT-RECORD FROM WS-BLANK-LINE.
                 ADD 1 TO WS-POST-USED.
                 MOVE BILLING-EXTRACT-RECORD
                     TO WS-PT-IMAGE(WS-POST-USED).
                 ADD WS-ACCOUNT-TOTAL TO WS-GRAND-AMOUNT.
                 ADD 1 TO WS-I.
       4100-EXIT.
       6000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6500-POST-BILLING                                         *
      * FOR A PROVED RUN ONLY: WRITES THE HELD INVOICE EXTRACT   *
      * RECORDS, ADDS EACH ACCOUNT'S DAY TO ITS LEDGER RECORD    *
      * FOR THE BILLING PERIOD, AND RECORDS THE BILL DATE ON THE *
      * BILLING REGISTER. THE REGISTER IS OPENED FIRST, SO A     *
      * POSTING CAN NEVER BE MADE THAT THE REGISTER WOULD NOT    *
      * THEN STOP A RERUN FROM MAKING AGAIN. AN UNPROVED RUN     *
      * POSTS AND EXTRACTS NOTHING.                              *
      *----------------------------------------------------------*
       6500-POST-BILLING.
                 IF WS-MISMATCH
                     MOVE 'BILLING NOT PROVED - NOTHING POSTED'
                         TO BL-TEXT
                     WRITE BILLING-REPORT-RECORD FROM WS-BALANCE-LINE
                     GO TO 6500-EXIT
                 END-IF.
                 OPEN EXTEND BILLING-REGISTER-FILE.
                 IF NOT WS-BRG-OK
                     DISPLAY 'Unable to open BILLING-REGISTER-FILE, '
                         'status ' WS-BRG-FILE-STATUS
                     MOVE 'Y' TO WS-POST-FAILED-SW
                     GO TO 6500-EXIT
                 END-IF.
                 OPEN I-O BILLING-LEDGER-FILE.
                 IF NOT WS-LEDGER-OK
                     DISPLAY 'Unable to open BILLING-LEDGER-FILE, '
                         'status ' WS-LEDGER-STATUS
                     CLOSE BILLING-REGISTER-FILE
                     MOVE 'Y' TO WS-POST-FAILED-SW
                     GO TO 6500-EXIT
                 END-IF.
                 MOVE 1 TO WS-I.
                 PERFORM 6510-POST-ONE-ACCOUNT THRU 6510-EXIT
                     UNTIL WS-I > WS-POST-USED.
                 CLOSE BILLING-LEDGER-FILE.
                 MOVE SPACES TO BILLING-REGISTER-RECORD.
                 MOVE 'P' TO BR-TYPE.
                 MOVE WS-BILL-DATE TO BR-BILL-DATE.
                 MOVE WS-BILL-DATE(1:6) TO BR-PERIOD.
                 ACCEPT BR-RUN-DATE FROM DATE YYYYMMDD.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-TIME(1:6) TO BR-RUN-TIME.
                 MOVE 'CALCBILL' TO BR-PROGRAM.
                 MOVE WS-POST-USED TO BR-ACCOUNTS.
                 MOVE WS-GRAND-AMOUNT TO BR-AMOUNT.
                 WRITE BILLING-REGISTER-RECORD.
                 CLOSE BILLING-REGISTER-FILE.
                 IF WS-POST-FAILED
                     MOVE 'LEDGER POSTING INCOMPLETE - SEE SYSOUT'
                         TO BL-TEXT
                 ELSE
                     MOVE 'POSTED TO THE BILLING LEDGER, PERIOD '
                         TO BL-TEXT
                     MOVE WS-BILL-DATE(1:6) TO BL-TEXT(38:6)
                 END-IF.
                 WRITE BILLING-REPORT-RECORD FROM WS-BALANCE-LINE.
       6500-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6510-POST-ONE-ACCOUNT                                     *
      * WRITES ONE HELD EXTRACT RECORD AND ADDS IT TO THE        *
      * ACCOUNT'S LEDGER RECORD FOR THE PERIOD, CREATING THE     *
      * RECORD ON THE PERIOD'S FIRST POSTING. A LEDGER RECORD    *
      * ALREADY CLOSED CANNOT BE CHANGED AND FAILS THE RUN.      *
      *----------------------------------------------------------*
       6510-POST-ONE-ACCOUNT.
                 MOVE WS-PT-IMAGE(WS-I) TO BILLING-EXTRACT-RECORD.
                 WRITE BILLING-EXTRACT-RECORD.
                 MOVE BX-ACCOUNT-ID TO LG-ACCOUNT-ID.
                 MOVE WS-BILL-DATE(1:6) TO LG-PERIOD.
                 READ BILLING-LEDGER-FILE
                     INVALID KEY
                         PERFORM 6520-NEW-LEDGER-RECORD THRU 6520-EXIT
                     NOT INVALID KEY
                         PERFORM 6530-ADD-TO-LEDGER THRU 6530-EXIT
                 END-READ.
                 ADD 1 TO WS-I.
       6510-EXIT.
                 EXIT.

       6520-NEW-LEDGER-RECORD.
                 MOVE SPACES TO BILLING-LEDGER-RECORD.
                 MOVE BX-ACCOUNT-ID TO LG-ACCOUNT-ID.
                 MOVE WS-BILL-DATE(1:6) TO LG-PERIOD.
                 MOVE BX-DEPT-NAME TO LG-DEPT-NAME.
                 MOVE 'O' TO LG-STATUS.
                 MOVE 1 TO LG-DAYS-POSTED.
                 MOVE WS-BILL-DATE TO LG-LAST-BILL-DATE.
                 MOVE 1 TO WS-J.
                 PERFORM 6525-SET-LEDGER-ENTRY THRU 6525-EXIT
                     UNTIL WS-J > 4.
                 MOVE BX-TOTAL-AMOUNT TO LG-TOTAL-AMOUNT.
                 WRITE BILLING-LEDGER-RECORD
                     INVALID KEY
                         DISPLAY 'Ledger write failed for account '
                             BX-ACCOUNT-ID ', status '
                             WS-LEDGER-STATUS
                         MOVE 'Y' TO WS-POST-FAILED-SW
                 END-WRITE.
       6520-EXIT.
                 EXIT.

       6525-SET-LEDGER-ENTRY.
                 MOVE BX-COUNT-ENTRY(WS-J) TO LG-COUNT-ENTRY(WS-J).
                 MOVE BX-AMOUNT-ENTRY(WS-J) TO LG-AMOUNT-ENTRY(WS-J).
                 ADD 1 TO WS-J.
       6525-EXIT.
                 EXIT.

       6530-ADD-TO-LEDGER.
                 IF LG-CLOSED
                     DISPLAY 'Ledger record closed, not posted: '
                         LG-ACCOUNT-ID ' ' LG-PERIOD
                     MOVE 'Y' TO WS-POST-FAILED-SW
                     GO TO 6530-EXIT
                 END-IF.
                 ADD 1 TO LG-DAYS-POSTED.
                 MOVE WS-BILL-DATE TO LG-LAST-BILL-DATE.
                 MOVE BX-DEPT-NAME TO LG-DEPT-NAME.
                 MOVE 1 TO WS-J.
                 PERFORM 6535-ADD-LEDGER-ENTRY THRU 6535-EXIT
                     UNTIL WS-J > 4.
                 ADD BX-TOTAL-AMOUNT TO LG-TOTAL-AMOUNT.
                 REWRITE BILLING-LEDGER-RECORD
                     INVALID KEY
                         DISPLAY 'Ledger rewrite failed for account '
                             LG-ACCOUNT-ID ', status '
                             WS-LEDGER-STATUS
                         MOVE 'Y' TO WS-POST-FAILED-SW
                 END-REWRITE.
       6530-EXIT.
                 EXIT.

       6535-ADD-LEDGER-ENTRY.
                 ADD BX-COUNT-ENTRY(WS-J) TO LG-COUNT-ENTRY(WS-J).
                 ADD BX-AMOUNT-ENTRY(WS-J) TO LG-AMOUNT-ENTRY(WS-J).
                 ADD 1 TO WS-J.
       6535-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE, THE     *
      * TRANSACTIONS BILLED AND THE ACCOUNTS POSTED.             *
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
                 MOVE 'CALCBILL' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-BILLED-TRANS TO RR-READ.
                 IF WS-MISMATCH OR WS-POST-FAILED
                     MOVE 0 TO RR-WRITTEN
                 ELSE
                     MOVE WS-POST-USED TO RR-WRITTEN
                 END-IF.
                 MOVE 0 TO RR-REJECTED.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * CLOSES THE OUTPUT FILES AND SETS THE STEP RETURN CODE:   *
      * 0 WHEN THE BILLING PROVED OUT AND POSTED, 8 ON ANY       *
      * MISMATCH, MISSING RATE OR FAILED POSTING SO FINANCE      *
      * NEVER RECEIVES AN UNPROVED EXTRACT.                      *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 CLOSE BILLING-REPORT-FILE.
                 CLOSE BILLING-EXTRACT-FILE.
                 IF WS-MISMATCH OR WS-POST-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     DISPLAY 'Billing proved: ' WS-BILLED-TRANS
