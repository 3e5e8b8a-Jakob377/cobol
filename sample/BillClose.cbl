       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLCLOSE AS "BILLCLOSE".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. MONTH-END CLOSE OF THE       *
      *                BILLLEDG BILLING LEDGER: PRINTS ONE       *
      *                CONSOLIDATED INVOICE PER DEPARTMENT WITH  *
      *                ITS DAILY LINE DETAIL FROM BILLEXT, AND   *
      *                PROVES THE PERIOD CONTROL TOTAL ON THE    *
      *                LEDGER AGAINST THE SUM OF THE POSTED      *
      *                BILLEXT RECORDS. A PROVED PERIOD IS       *
      *                CLOSED ON THE LEDGER, WRITTEN TO THE      *
      *                INVEXT CONSOLIDATED INVOICE EXTRACT FOR   *
      *                FINANCE AND LOCKED ON THE BILLREG BILLING *
      *                REGISTER, SO A LATE CALCBILL RERUN CAN NO *
      *                LONGER CHANGE AN INVOICE ALREADY SENT.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BLGSEL.

           COPY BRGSEL.

           COPY BXSEL.

           SELECT INVOICE-REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-RPT-STATUS.

           SELECT INVOICE-EXTRACT-FILE ASSIGN TO "INVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-EXT-STATUS.

           COPY RRSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY BLGREC.

       COPY BRGREC.

       COPY BXREC.

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-RECORD       PIC X(80).

      *----------------------------------------------------------*
      * ONE CONSOLIDATED INVOICE RECORD PER ACCOUNT FOR THE      *
      * CLOSED PERIOD. COUNTS AND AMOUNTS ARE ZERO-PADDED SO THE *
      * FILE IS MACHINE-READABLE BY THE FINANCE SYSTEM. THE      *
      * OCCURS ENTRIES ARE IN OPERATOR ORDER + - * /.            *
      *----------------------------------------------------------*
       FD  INVOICE-EXTRACT-FILE.
       01  INVOICE-EXTRACT-RECORD.
           05  IX-PERIOD               PIC X(06).
           05  IX-ACCOUNT-ID           PIC X(06).
           05  IX-DEPT-NAME            PIC X(20).
           05  IX-DAYS                 PIC 9(03).
           05  IX-COUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(07).
           05  IX-AMOUNT-ENTRY OCCURS 4 TIMES
                                       PIC 9(9)V99.
           05  IX-TOTAL-AMOUNT         PIC 9(11)V99.

       COPY RRREC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS            PIC X(02).
           88  WS-LEDGER-OK            VALUE '00'.

       01  WS-BRG-FILE-STATUS          PIC X(02).
           88  WS-BRG-OK               VALUE '00'.

       01  WS-BILL-EXT-STATUS          PIC X(02).
           88  WS-BILL-EXT-OK          VALUE '00'.

       01  WS-INV-RPT-STATUS           PIC X(02).
           88  WS-INV-RPT-OK           VALUE '00'.

       01  WS-INV-EXT-STATUS           PIC X(02).
           88  WS-INV-EXT-OK           VALUE '00'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-END-OF-FILE-SW           PIC X(01).
           88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-PERIOD-LOCKED-SW         PIC X(01).
           88  WS-PERIOD-LOCKED        VALUE 'Y'.

       01  WS-NOT-PROVED-SW            PIC X(01).
           88  WS-NOT-PROVED           VALUE 'Y'.

       01  WS-CLOSE-FAILED-SW          PIC X(01).
           88  WS-CLOSE-FAILED         VALUE 'Y'.

       01  WS-FOUND-SW                 PIC X(01).
           88  WS-FOUND                VALUE 'Y'.

      *----------------------------------------------------------*
      * THE PERIOD BEING CLOSED (YYYYMM). TAKEN FROM THE PARM,   *
      * OR DEFAULTED TO THE MONTH BEFORE TODAY.                  *
      *----------------------------------------------------------*
       01  WS-PERIOD                   PIC X(06).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(04).
           05  WS-PERIOD-MONTH         PIC 9(02).

       01  WS-TODAY                    PIC X(08).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).

       01  WS-RUN-TIME                 PIC X(08).

      *----------------------------------------------------------*
      * BILL DATES POSTED IN THE PERIOD, FROM THE BILLING        *
      * REGISTER'S 'P' RECORDS. ONLY BILLEXT RECORDS FOR THESE   *
      * DATES ARE PART OF THE PERIOD'S POSTED DETAIL.            *
      *----------------------------------------------------------*
       01  WS-DATE-USED                PIC 9(02) COMP.
       01  WS-DATE-IX                  PIC 9(02) COMP.
       01  WS-DATE-TABLE.
           05  WS-PD-DATE OCCURS 31 TIMES
                                       PIC X(08).

      *----------------------------------------------------------*
      * THE PERIOD'S POSTED BILLEXT DETAIL: ONE ENTRY PER        *
      * ACCOUNT PER BILL DATE, ROOM FOR 50 ACCOUNTS BILLED ON    *
      * EVERY DAY OF THE MONTH. EACH ENTRY IS MARKED WHEN AN     *
      * INVOICE PRINTS IT, SO DETAIL WITH NO LEDGER RECORD TO    *
      * INVOICE IT IS CAUGHT BY THE PERIOD PROOF.                *
      *----------------------------------------------------------*
       01  WS-DETAIL-USED              PIC 9(04) COMP.
       01  WS-DT-IX                    PIC 9(04) COMP.
       01  WS-DETAIL-TABLE.
           05  WS-DT-ENTRY OCCURS 1550 TIMES.
               10  WS-DT-DATE          PIC X(08).
               10  WS-DT-ACCOUNT       PIC X(06).
               10  WS-DT-COUNT OCCURS 4 TIMES
                                       PIC 9(05).
               10  WS-DT-TOTAL         PIC 9(9)V99.
               10  WS-DT-MATCHED-SW    PIC X(01).
                   88  WS-DT-MATCHED   VALUE 'Y'.

       01  WS-J                        PIC 9(01) COMP.

       01  WS-INVOICE-COUNT            PIC 9(05) COMP.
       01  WS-CLOSED-COUNT             PIC 9(05) COMP.
       01  WS-UNMATCHED-COUNT          PIC 9(05) COMP.
       01  WS-BAD-INVOICE-COUNT        PIC 9(05) COMP.
       01  WS-INV-DAYS                 PIC 9(03).
       01  WS-INV-LINE-TOTAL           PIC 9(11)V99.
       01  WS-LEDGER-TOTAL             PIC 9(13)V99.
       01  WS-EXTRACT-TOTAL            PIC 9(13)V99.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(39) VALUE
                   'MONTH-END DEPARTMENTAL INVOICES, PERIOD'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-PERIOD               PIC X(06).
           05  FILLER                  PIC X(34) VALUE SPACE.

       01  WS-INVOICE-LINE.
           05  FILLER                  PIC X(16) VALUE
                   'INVOICE ACCOUNT '.
           05  IL-ACCOUNT              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IL-DEPT                 PIC X(20).
           05  FILLER                  PIC X(08) VALUE ' PERIOD '.
           05  IL-PERIOD               PIC X(06).
           05  FILLER                  PIC X(23) VALUE SPACE.

       01  WS-DAY-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
                   '  BILL DATE    ADD    SUB    MUL    DIV '.
           05  FILLER                  PIC X(10) VALUE
                   '    AMOUNT'.
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-DAY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-DATE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-ADD                  PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-SUB                  PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-MUL                  PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-DIV                  PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-AMOUNT               PIC Z(8)9.99.
           05  FILLER                  PIC X(29) VALUE SPACE.

       01  WS-OPERATOR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  OL-LABEL                PIC X(12).
           05  FILLER                  PIC X(06) VALUE 'COUNT='.
           05  OL-COUNT                PIC Z(6)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  OL-AMOUNT               PIC Z(8)9.99.
           05  FILLER                  PIC X(33) VALUE SPACE.

       01  WS-INV-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
                   '  INVOICE TOTAL='.
           05  ITL-AMOUNT              PIC Z(10)9.99.
           05  FILLER                  PIC X(07) VALUE ' DAYS='.
           05  ITL-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(40) VALUE SPACE.

       01  WS-CONTROL-LINE.
           05  CL-LABEL                PIC X(30).
           05  CL-AMOUNT               PIC Z(12)9.99.
           05  FILLER                  PIC X(34) VALUE SPACE.

       01  WS-COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACE.

       01  WS-BALANCE-LINE.
           05  BL-TEXT                 PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LENGTH          PIC S9(04) COMP.
           05  LS-PARM-TEXT            PIC X(78).

       PROCEDURE DIVISION USING LS-PARM-DATA.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 2000-READ-BILLING-REGISTER THRU 2000-EXIT.
                 PERFORM 2500-LOAD-POSTED-DETAIL THRU 2500-EXIT.
                 PERFORM 3000-PRINT-INVOICES THRU 3000-EXIT.
                 PERFORM 5000-PROVE-PERIOD THRU 5000-EXIT.
                 PERFORM 6000-CLOSE-PERIOD THRU 6000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * AN OPTIONAL PARM CARRIES THE PERIOD TO CLOSE (YYYYMM);   *
      * WITH NO PARM IT DEFAULTS TO LAST MONTH, SO THE JOB CAN   *
      * BE SCHEDULED EARLY IN THE NEW MONTH WITHOUT A PARM.      *
      * OPENS THE INVOICE REPORT; AN OPEN FAILURE ENDS THE STEP  *
      * WITH RETURN CODE 8.                                      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-INVOICE-COUNT.
                 MOVE 0 TO WS-CLOSED-COUNT.
                 MOVE 0 TO WS-UNMATCHED-COUNT.
                 MOVE 0 TO WS-BAD-INVOICE-COUNT.
                 MOVE 0 TO WS-LEDGER-TOTAL.
                 MOVE 0 TO WS-EXTRACT-TOTAL.
                 MOVE 0 TO WS-DATE-USED.
                 MOVE 0 TO WS-DETAIL-USED.
                 MOVE 'N' TO WS-PERIOD-LOCKED-SW.
                 MOVE 'N' TO WS-NOT-PROVED-SW.
                 MOVE 'N' TO WS-CLOSE-FAILED-SW.
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                 IF LS-PARM-LENGTH >= 6
                     IF LS-PARM-TEXT(1:6) IS NOT NUMERIC
                         DISPLAY 'PARM billing period must be YYYYMM'
                         MOVE 8 TO RETURN-CODE
                         GO TO 0000-STOP
                     END-IF
                     MOVE LS-PARM-TEXT(1:6) TO WS-PERIOD
                     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                         DISPLAY 'PARM billing period must be YYYYMM'
                         MOVE 8 TO RETURN-CODE
                         GO TO 0000-STOP
                     END-IF
                 ELSE
                     IF WS-TODAY-MONTH = 1
                         COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
                         MOVE 12 TO WS-PERIOD-MONTH
                     ELSE
                         MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
                         COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
                     END-IF
                 END-IF.
                 OPEN OUTPUT INVOICE-REPORT-FILE.
                 IF NOT WS-INV-RPT-OK
                     DISPLAY 'Unable to open INVOICE-REPORT-FILE, '
                         'status ' WS-INV-RPT-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-PERIOD TO HL-PERIOD.
                 WRITE INVOICE-REPORT-RECORD FROM WS-HEADING-LINE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-BLANK-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-READ-BILLING-REGISTER                                *
      * COLLECTS THE BILL DATES CALCBILL POSTED IN THE PERIOD    *
      * AND REFUSES A PERIOD THAT IS ALREADY LOCKED - ITS        *
      * INVOICES HAVE GONE TO FINANCE AND MUST NOT BE SENT       *
      * TWICE. WITHOUT A REGISTER NOTHING HAS BEEN POSTED, SO    *
      * THERE IS NOTHING TO CLOSE.                               *
      *----------------------------------------------------------*
       2000-READ-BILLING-REGISTER.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT BILLING-REGISTER-FILE.
                 IF NOT WS-BRG-OK
                     DISPLAY 'Unable to open BILLING-REGISTER-FILE, '
                         'status ' WS-BRG-FILE-STATUS
                     CLOSE INVOICE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
                 PERFORM 2200-CHECK-REGISTER-ENTRY THRU 2200-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-REGISTER-FILE.
                 IF WS-PERIOD-LOCKED
                     DISPLAY 'Billing period ' WS-PERIOD
                         ' is already closed, run refused'
                     MOVE 'PERIOD ALREADY CLOSED - RUN REFUSED'
                         TO BL-TEXT
                     WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE
                     CLOSE INVOICE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 IF WS-DATE-USED = 0
                     DISPLAY 'No bill dates posted for period '
                         WS-PERIOD ', nothing to close'
                     MOVE 'NO BILL DATES POSTED - NOTHING TO CLOSE'
                         TO BL-TEXT
                     WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE
                     CLOSE INVOICE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
       2000-EXIT.
                 EXIT.

       2100-READ-REGISTER.
                 READ BILLING-REGISTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2100-EXIT.
                 EXIT.

       2200-CHECK-REGISTER-ENTRY.
                 IF BR-PERIOD NOT = WS-PERIOD
                     GO TO 2200-NEXT
                 END-IF.
                 IF BR-LOCKED
                     MOVE 'Y' TO WS-PERIOD-LOCKED-SW
                     GO TO 2200-NEXT
                 END-IF.
                 IF BR-POSTED
                     IF WS-DATE-USED < 31
                         ADD 1 TO WS-DATE-USED
                         MOVE BR-BILL-DATE TO WS-PD-DATE(WS-DATE-USED)
                     ELSE
                         DISPLAY 'Posted date table full, ignored: '
                             BR-BILL-DATE
                         MOVE 'Y' TO WS-NOT-PROVED-SW
                     END-IF
                 END-IF.
       2200-NEXT.
                 PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2500-LOAD-POSTED-DETAIL                                   *
      * LOADS THE BILLEXT RECORDS FOR THE PERIOD'S POSTED BILL   *
      * DATES AND SUMS THEM INTO THE EXTRACT CONTROL TOTAL. THE  *
      * DATASET IS ALLOCATED DISP=MOD, SO EARLIER PERIODS SIT IN *
      * FRONT AND ARE SKIPPED. DETAIL THAT WILL NOT FIT IN THE   *
      * TABLE LEAVES THE PERIOD UNPROVED.                        *
      *----------------------------------------------------------*
       2500-LOAD-POSTED-DETAIL.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT BILLING-EXTRACT-FILE.
                 IF NOT WS-BILL-EXT-OK
                     DISPLAY 'Unable to open BILLING-EXTRACT-FILE, '
                         'status ' WS-BILL-EXT-STATUS
                     CLOSE INVOICE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
                 PERFORM 2700-STORE-DETAIL THRU 2700-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-EXTRACT-FILE.
       2500-EXIT.
                 EXIT.

       2600-READ-EXTRACT.
                 READ BILLING-EXTRACT-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2600-EXIT.
                 EXIT.

       2700-STORE-DETAIL.
                 IF BX-BILL-DATE(1:6) NOT = WS-PERIOD
                     GO TO 2700-NEXT
                 END-IF.
                 MOVE 'N' TO WS-FOUND-SW.
                 MOVE 1 TO WS-DATE-IX.
                 PERFORM 2710-MATCH-POSTED-DATE THRU 2710-EXIT
                     UNTIL WS-FOUND OR WS-DATE-IX > WS-DATE-USED.
                 IF NOT WS-FOUND
                     GO TO 2700-NEXT
                 END-IF.
                 IF WS-DETAIL-USED NOT < 1550
                     DISPLAY 'Invoice detail table full, not loaded: '
                         BX-BILL-DATE ' ' BX-ACCOUNT-ID
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                     GO TO 2700-NEXT
                 END-IF.
                 ADD 1 TO WS-DETAIL-USED.
                 MOVE BX-BILL-DATE TO WS-DT-DATE(WS-DETAIL-USED).
                 MOVE BX-ACCOUNT-ID TO WS-DT-ACCOUNT(WS-DETAIL-USED).
                 MOVE BX-COUNT-ENTRY(1)
                     TO WS-DT-COUNT(WS-DETAIL-USED 1).
                 MOVE BX-COUNT-ENTRY(2)
                     TO WS-DT-COUNT(WS-DETAIL-USED 2).
                 MOVE BX-COUNT-ENTRY(3)
                     TO WS-DT-COUNT(WS-DETAIL-USED 3).
                 MOVE BX-COUNT-ENTRY(4)
                     TO WS-DT-COUNT(WS-DETAIL-USED 4).
                 MOVE BX-TOTAL-AMOUNT TO WS-DT-TOTAL(WS-DETAIL-USED).
                 MOVE 'N' TO WS-DT-MATCHED-SW(WS-DETAIL-USED).
                 ADD BX-TOTAL-AMOUNT TO WS-EXTRACT-TOTAL.
       2700-NEXT.
                 PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
       2700-EXIT.
                 EXIT.

       2710-MATCH-POSTED-DATE.
                 IF WS-PD-DATE(WS-DATE-IX) = BX-BILL-DATE
                     MOVE 'Y' TO WS-FOUND-SW
                 ELSE
                     ADD 1 TO WS-DATE-IX
                 END-IF.
       2710-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-PRINT-INVOICES                                       *
      * ONE PASS OVER THE LEDGER PRINTS A CONSOLIDATED INVOICE   *
      * FOR EVERY ACCOUNT WITH A RECORD FOR THE PERIOD: THE      *
      * DAILY LINES FROM BILLEXT, THE PERIOD-TO-DATE OPERATOR    *
      * TOTALS FROM THE LEDGER AND THE INVOICE TOTAL. THE        *
      * LEDGER IS KEYED ACCOUNT FIRST, SO EVERY RECORD IS READ   *
      * AND THOSE FOR OTHER PERIODS ARE SKIPPED.                 *
      *----------------------------------------------------------*
       3000-PRINT-INVOICES.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT BILLING-LEDGER-FILE.
                 IF NOT WS-LEDGER-OK
                     DISPLAY 'Unable to open BILLING-LEDGER-FILE, '
                         'status ' WS-LEDGER-STATUS
                     CLOSE INVOICE-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
                 PERFORM 3200-PRINT-ONE-INVOICE THRU 3200-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-LEDGER-FILE.
       3000-EXIT.
                 EXIT.

       3100-READ-LEDGER.
                 READ BILLING-LEDGER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3200-PRINT-ONE-INVOICE                                    *
      * THE INVOICE MUST AGREE WITH ITS OWN DAILY LINES IN BOTH  *
      * AMOUNT AND DAYS POSTED; AN INVOICE THAT DOES NOT, OR A   *
      * RECORD ALREADY CLOSED UNDER AN UNLOCKED PERIOD, LEAVES   *
      * THE PERIOD UNPROVED.                                     *
      *----------------------------------------------------------*
       3200-PRINT-ONE-INVOICE.
                 IF LG-PERIOD NOT = WS-PERIOD
                     GO TO 3200-NEXT
                 END-IF.
                 ADD 1 TO WS-INVOICE-COUNT.
                 ADD LG-TOTAL-AMOUNT TO WS-LEDGER-TOTAL.
                 MOVE LG-ACCOUNT-ID TO IL-ACCOUNT.
                 MOVE LG-DEPT-NAME TO IL-DEPT.
                 MOVE LG-PERIOD TO IL-PERIOD.
                 WRITE INVOICE-REPORT-RECORD FROM WS-INVOICE-LINE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-DAY-HEADING-LINE.
                 MOVE 0 TO WS-INV-DAYS.
                 MOVE 0 TO WS-INV-LINE-TOTAL.
                 MOVE 1 TO WS-DT-IX.
                 PERFORM 3300-PRINT-DAY-LINE THRU 3300-EXIT
                     UNTIL WS-DT-IX > WS-DETAIL-USED.
                 MOVE 1 TO WS-J.
                 PERFORM 3400-PRINT-OPERATOR-LINE THRU 3400-EXIT
                     UNTIL WS-J > 4.
                 MOVE LG-TOTAL-AMOUNT TO ITL-AMOUNT.
                 MOVE LG-DAYS-POSTED TO ITL-DAYS.
                 WRITE INVOICE-REPORT-RECORD FROM WS-INV-TOTAL-LINE.
                 IF LG-CLOSED
                     DISPLAY 'Ledger record already closed: '
                         LG-ACCOUNT-ID ' ' LG-PERIOD
                     MOVE '  LEDGER RECORD ALREADY CLOSED' TO BL-TEXT
                     WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE
                     ADD 1 TO WS-BAD-INVOICE-COUNT
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                 END-IF.
                 IF WS-INV-LINE-TOTAL NOT = LG-TOTAL-AMOUNT OR
                    WS-INV-DAYS NOT = LG-DAYS-POSTED
                     DISPLAY 'Invoice does not agree with daily lines: '
                         LG-ACCOUNT-ID
                     MOVE '  INVOICE DOES NOT AGREE WITH DAILY LINES'
                         TO BL-TEXT
                     WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE
                     ADD 1 TO WS-BAD-INVOICE-COUNT
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                 END-IF.
                 WRITE INVOICE-REPORT-RECORD FROM WS-BLANK-LINE.
       3200-NEXT.
                 PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
       3200-EXIT.
                 EXIT.

       3300-PRINT-DAY-LINE.
                 IF WS-DT-ACCOUNT(WS-DT-IX) = LG-ACCOUNT-ID
                     MOVE WS-DT-DATE(WS-DT-IX) TO DL-DATE
                     MOVE WS-DT-COUNT(WS-DT-IX 1) TO DL-ADD
                     MOVE WS-DT-COUNT(WS-DT-IX 2) TO DL-SUB
                     MOVE WS-DT-COUNT(WS-DT-IX 3) TO DL-MUL
                     MOVE WS-DT-COUNT(WS-DT-IX 4) TO DL-DIV
                     MOVE WS-DT-TOTAL(WS-DT-IX) TO DL-AMOUNT
                     WRITE INVOICE-REPORT-RECORD FROM WS-DAY-LINE
                     MOVE 'Y' TO WS-DT-MATCHED-SW(WS-DT-IX)
                     ADD 1 TO WS-INV-DAYS
                     ADD WS-DT-TOTAL(WS-DT-IX) TO WS-INV-LINE-TOTAL
                 END-IF.
                 ADD 1 TO WS-DT-IX.
       3300-EXIT.
                 EXIT.

       3400-PRINT-OPERATOR-LINE.
                 EVALUATE WS-J
                     WHEN 1
                         MOVE 'ADD      (+)' TO OL-LABEL
                     WHEN 2
                         MOVE 'SUBTRACT (-)' TO OL-LABEL
                     WHEN 3
                         MOVE 'MULTIPLY (*)' TO OL-LABEL
                     WHEN 4
                         MOVE 'DIVIDE   (/)' TO OL-LABEL
                 END-EVALUATE.
                 MOVE LG-COUNT-ENTRY(WS-J) TO OL-COUNT.
                 MOVE LG-AMOUNT-ENTRY(WS-J) TO OL-AMOUNT.
                 WRITE INVOICE-REPORT-RECORD FROM WS-OPERATOR-LINE.
                 ADD 1 TO WS-J.
       3400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-PROVE-PERIOD                                         *
      * THE PERIOD CONTROL TOTAL: THE SUM OF THE LEDGER'S        *
      * INVOICE TOTALS MUST EQUAL THE SUM OF THE POSTED BILLEXT  *
      * RECORDS, EVERY POSTED BILLEXT RECORD MUST HAVE APPEARED  *
      * ON AN INVOICE, AND EVERY INVOICE MUST AGREE WITH ITS     *
      * DAILY LINES. ANYTHING LESS LEAVES THE PERIOD OPEN.       *
      *----------------------------------------------------------*
       5000-PROVE-PERIOD.
                 MOVE 1 TO WS-DT-IX.
                 PERFORM 5100-CHECK-DETAIL-MATCHED THRU 5100-EXIT
                     UNTIL WS-DT-IX > WS-DETAIL-USED.
                 MOVE 'PERIOD CONTROL TOTAL' TO BL-TEXT.
                 WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE.
                 MOVE 'INVOICES ON THE LEDGER' TO CNT-LABEL.
                 MOVE WS-INVOICE-COUNT TO CNT-VALUE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'BILL DATES POSTED' TO CNT-LABEL.
                 MOVE WS-DATE-USED TO CNT-VALUE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'LEDGER INVOICE TOTAL' TO CL-LABEL.
                 MOVE WS-LEDGER-TOTAL TO CL-AMOUNT.
                 WRITE INVOICE-REPORT-RECORD FROM WS-CONTROL-LINE.
                 MOVE 'POSTED BILLEXT TOTAL' TO CL-LABEL.
                 MOVE WS-EXTRACT-TOTAL TO CL-AMOUNT.
                 WRITE INVOICE-REPORT-RECORD FROM WS-CONTROL-LINE.
                 MOVE 'BILLEXT LINES NOT INVOICED' TO CNT-LABEL.
                 MOVE WS-UNMATCHED-COUNT TO CNT-VALUE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'INVOICES NOT AGREEING' TO CNT-LABEL.
                 MOVE WS-BAD-INVOICE-COUNT TO CNT-VALUE.
                 WRITE INVOICE-REPORT-RECORD FROM WS-COUNT-LINE.
                 IF WS-INVOICE-COUNT = 0
                     DISPLAY 'No ledger records for period ' WS-PERIOD
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                 END-IF.
                 IF WS-LEDGER-TOTAL NOT = WS-EXTRACT-TOTAL
                     DISPLAY 'Ledger total ' WS-LEDGER-TOTAL
                         ' but posted BILLEXT total ' WS-EXTRACT-TOTAL
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                 END-IF.
                 IF WS-UNMATCHED-COUNT > 0
                     MOVE 'Y' TO WS-NOT-PROVED-SW
                 END-IF.
                 IF WS-NOT-PROVED
                     MOVE 'PERIOD NOT PROVED - LEFT OPEN' TO BL-TEXT
                 ELSE
                     MOVE 'LEDGER AGREES WITH POSTED BILLEXT RECORDS'
                         TO BL-TEXT
                 END-IF.
                 WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE.
       5000-EXIT.
                 EXIT.

       5100-CHECK-DETAIL-MATCHED.
                 IF NOT WS-DT-MATCHED(WS-DT-IX)
                     DISPLAY 'BILLEXT line with no ledger record: '
                         WS-DT-DATE(WS-DT-IX) ' '
                         WS-DT-ACCOUNT(WS-DT-IX)
                     ADD 1 TO WS-UNMATCHED-COUNT
                 END-IF.
                 ADD 1 TO WS-DT-IX.
       5100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-CLOSE-PERIOD                                         *
      * FOR A PROVED PERIOD ONLY: MARKS EACH OF ITS LEDGER       *
      * RECORDS CLOSED, WRITES ITS CONSOLIDATED INVOICE RECORD   *
      * TO INVEXT, AND APPENDS THE 'L' LOCK RECORD TO THE        *
      * BILLING REGISTER SO CALCBILL REFUSES ANY FURTHER BILL    *
      * DATE IN THE PERIOD. ALL THREE FILES ARE OPENED BEFORE    *
      * ANY RECORD IS CHANGED.                                   *
      *----------------------------------------------------------*
       6000-CLOSE-PERIOD.
                 IF WS-NOT-PROVED
                     GO TO 6000-EXIT
                 END-IF.
                 OPEN EXTEND BILLING-REGISTER-FILE.
                 IF NOT WS-BRG-OK
                     DISPLAY 'Unable to open BILLING-REGISTER-FILE, '
                         'status ' WS-BRG-FILE-STATUS
                     MOVE 'Y' TO WS-CLOSE-FAILED-SW
                     GO TO 6000-EXIT
                 END-IF.
                 OPEN OUTPUT INVOICE-EXTRACT-FILE.
                 IF NOT WS-INV-EXT-OK
                     DISPLAY 'Unable to open INVOICE-EXTRACT-FILE, '
                         'status ' WS-INV-EXT-STATUS
                     CLOSE BILLING-REGISTER-FILE
                     MOVE 'Y' TO WS-CLOSE-FAILED-SW
                     GO TO 6000-EXIT
                 END-IF.
                 OPEN I-O BILLING-LEDGER-FILE.
                 IF NOT WS-LEDGER-OK
                     DISPLAY 'Unable to open BILLING-LEDGER-FILE, '
                         'status ' WS-LEDGER-STATUS
                     CLOSE BILLING-REGISTER-FILE
                     CLOSE INVOICE-EXTRACT-FILE
                     MOVE 'Y' TO WS-CLOSE-FAILED-SW
                     GO TO 6000-EXIT
                 END-IF.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
                 PERFORM 6100-CLOSE-ONE-RECORD THRU 6100-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE BILLING-LEDGER-FILE.
                 CLOSE INVOICE-EXTRACT-FILE.
                 MOVE SPACES TO BILLING-REGISTER-RECORD.
                 MOVE 'L' TO BR-TYPE.
                 MOVE SPACES TO BR-BILL-DATE.
                 MOVE WS-PERIOD TO BR-PERIOD.
                 MOVE WS-TODAY TO BR-RUN-DATE.
                 ACCEPT WS-RUN-TIME FROM TIME.
                 MOVE WS-RUN-TIME(1:6) TO BR-RUN-TIME.
                 MOVE 'BILLCLOSE' TO BR-PROGRAM.
                 MOVE WS-CLOSED-COUNT TO BR-ACCOUNTS.
                 MOVE WS-LEDGER-TOTAL TO BR-AMOUNT.
                 WRITE BILLING-REGISTER-RECORD.
                 CLOSE BILLING-REGISTER-FILE.
                 IF WS-CLOSE-FAILED
                     MOVE 'PERIOD LOCKED - LEDGER CLOSE INCOMPLETE'
                         TO BL-TEXT
                 ELSE
                     MOVE 'PERIOD CLOSED AND LOCKED' TO BL-TEXT
                 END-IF.
                 WRITE INVOICE-REPORT-RECORD FROM WS-BALANCE-LINE.
       6000-EXIT.
                 EXIT.

       6100-CLOSE-ONE-RECORD.
                 IF LG-PERIOD NOT = WS-PERIOD
                     GO TO 6100-NEXT
                 END-IF.
                 MOVE 'C' TO LG-STATUS.
                 MOVE WS-TODAY TO LG-CLOSE-DATE.
                 REWRITE BILLING-LEDGER-RECORD
                     INVALID KEY
                         DISPLAY 'Ledger rewrite failed for account '
                             LG-ACCOUNT-ID ', status '
                             WS-LEDGER-STATUS
                         MOVE 'Y' TO WS-CLOSE-FAILED-SW
                 END-REWRITE.
                 MOVE SPACES TO INVOICE-EXTRACT-RECORD.
                 MOVE LG-PERIOD TO IX-PERIOD.
                 MOVE LG-ACCOUNT-ID TO IX-ACCOUNT-ID.
                 MOVE LG-DEPT-NAME TO IX-DEPT-NAME.
                 MOVE LG-DAYS-POSTED TO IX-DAYS.
                 MOVE 1 TO WS-J.
                 PERFORM 6200-SET-EXTRACT-ENTRY THRU 6200-EXIT
                     UNTIL WS-J > 4.
                 MOVE LG-TOTAL-AMOUNT TO IX-TOTAL-AMOUNT.
                 WRITE INVOICE-EXTRACT-RECORD.
                 ADD 1 TO WS-CLOSED-COUNT.
       6100-NEXT.
                 PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
       6100-EXIT.
                 EXIT.

       6200-SET-EXTRACT-ENTRY.
                 MOVE LG-COUNT-ENTRY(WS-J) TO IX-COUNT-ENTRY(WS-J).
                 MOVE LG-AMOUNT-ENTRY(WS-J) TO IX-AMOUNT-ENTRY(WS-J).
                 ADD 1 TO WS-J.
       6200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE, THE     *
      * INVOICES ON THE LEDGER, THE INVOICES CLOSED AND THE      *
      * DETAIL LINES AND INVOICES THAT FAILED THE PROOF.         *
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
                 MOVE 'BILLCLOSE' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-INVOICE-COUNT TO RR-READ.
                 MOVE WS-CLOSED-COUNT TO RR-WRITTEN.
                 COMPUTE RR-REJECTED =
                     WS-UNMATCHED-COUNT + WS-BAD-INVOICE-COUNT.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * CLOSES THE INVOICE REPORT AND SETS THE STEP RETURN CODE: *
      * 0 WHEN THE PERIOD PROVED AND WAS CLOSED, 8 WHEN IT DID   *
      * NOT PROVE OR THE CLOSE FAILED, SO FINANCE NEVER RECEIVES *
      * AN UNPROVED INVOICE EXTRACT.                             *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 CLOSE INVOICE-REPORT-FILE.
                 IF WS-NOT-PROVED OR WS-CLOSE-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE 0 TO RETURN-CODE
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM BILLCLOSE.
