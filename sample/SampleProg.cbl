      *                RECORDS FROM BEFORE THE FIELDS EXISTED ARE *
      *                STAMPED AT FIRST LOGIN SO THE AGING CLOCKS *
      *                START INSTEAD OF LOCKING EVERYONE OUT.     *
      * 2026-10-15 JB  THE INTERACTIVE AND SYSIN CALCULATOR PATHS *
      *                NOW REQUIRE THE ACCOUNT BEING CHARGED      *
      *                (PROMPTED FOR, OR SI-ACCOUNT-ID ON THE     *
      *                SYSIN RECORD) AND REFUSE THE CALCULATION   *
      *                UNLESS USERADM HAS GRANTED THE LOGGED-IN   *
      *                USER THAT ACCOUNT ON THE NEW USERACCT      *
      *                AUTHORISATION FILE (UASEL/UAREC). EVERY    *
      *                REFUSAL IS RECORDED ON THE AUDIT LOG AS    *
      *                OPERATION 'N' WITH THE ACCOUNT IN          *
      *                LOG-INPUT-1.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LOGSEL.

           COPY UASEL.

       DATA DIVISION.
       FILE SECTION.
       COPY USRREC.
           05  SI-NUMBER-ONE           PIC S9(7)V99.
           05  SI-OPERATION            PIC X(01).
           05  SI-NUMBER-TWO           PIC S9(7)V99.
           05  SI-ACCOUNT-ID           PIC X(06).

       COPY RRREC.

       COPY LOGREC.

       COPY UAREC.

       WORKING-STORAGE SECTION.
       01  WS-NAME  PIC X(10).
       01  WS-NUMBER-ONE PIC S9(7)V99.
       01  WS-LOGIN-STATUS             PIC X(01).
           88  WS-LOGIN-OK             VALUE 'Y'.

       01  WS-UA-FILE-STATUS           PIC X(02).
           88  WS-UA-OK                VALUE '00'.

       01  WS-CHARGE-ACCOUNT           PIC X(06).
       01  WS-ACCESS-STATUS            PIC X(01).
           88  WS-ACCESS-OK            VALUE 'Y'.

       01  WS-FC-FILE-STATUS           PIC X(02).
           88  WS-FC-OK                VALUE '00'.

      *----------------------------------------------------------*
      * 1000-INTERACTIVE-CALCULATOR                               *
      * ORIGINAL ACCEPT-DRIVEN CALCULATOR, KEPT FOR TERMINAL USE. *
      * THE ACCOUNT TO CHARGE IS ASKED FOR FIRST, AND THE USER    *
      * GOES NO FURTHER UNLESS THEY ARE AUTHORISED FOR IT.        *
      *----------------------------------------------------------*
       1000-INTERACTIVE-CALCULATOR.
                 DISPLAY "Enter the account to charge ".
                 ACCEPT  WS-CHARGE-ACCOUNT.
                 PERFORM 2900-CHECK-ACCOUNT-ACCESS THRU 2900-EXIT.
                 IF NOT WS-ACCESS-OK
                     DISPLAY 'Not authorised for account ',
                         WS-CHARGE-ACCOUNT
                     GO TO 1000-EXIT
                 END-IF.
                 DISPLAY "Enter a number ".
                 ACCEPT  WS-NUMBER-ONE.
                 DISPLAY "Enter an operation".
                 MOVE SI-NUMBER-ONE TO WS-NUMBER-ONE.
                 MOVE SI-OPERATION TO WS-OPERATION.
                 MOVE SI-NUMBER-TWO TO WS-NUMBER-TWO.
                 MOVE SI-ACCOUNT-ID TO WS-CHARGE-ACCOUNT.
                 CLOSE SYSIN-FILE.
                 PERFORM 2000-VALIDATE-LOGIN THRU 2000-EXIT.
                 IF WS-LOGIN-OK
                         MOVE 8 TO RETURN-CODE
                     ELSE
                         DISPLAY 'Login successful'
                         PERFORM 2900-CHECK-ACCOUNT-ACCESS
                             THRU 2900-EXIT
                         IF WS-ACCESS-OK
                             PERFORM 4000-CALCULATE-ANSWER
                                 THRU 4000-EXIT
                             DISPLAY 'Answer = ', WS-ANSWER
                             PERFORM 7100-LOG-CALCULATION
                                 THRU 7100-EXIT
                         ELSE
                             DISPLAY 'Not authorised for account ',
                                 WS-CHARGE-ACCOUNT
                             MOVE 8 TO RETURN-CODE
                         END-IF
                     END-IF
                 ELSE
                     DISPLAY 'Login failed'
       2800-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2900-CHECK-ACCOUNT-ACCESS                                 *
      * A CALCULATION MAY ONLY BE CHARGED TO AN ACCOUNT THE      *
      * LOGGED-IN USER HAS BEEN GRANTED ON USERACCT. A BLANK     *
      * ACCOUNT, A MISSING GRANT OR AN AUTHORISATION FILE THAT   *
      * CANNOT BE READ ALL REFUSE, AND EVERY REFUSAL IS LOGGED.  *
      *----------------------------------------------------------*
       2900-CHECK-ACCOUNT-ACCESS.
                 MOVE 'N' TO WS-ACCESS-STATUS.
                 IF WS-CHARGE-ACCOUNT = SPACES
                     DISPLAY 'No account entered'
                     PERFORM 7220-LOG-ACCESS-REFUSED THRU 7220-EXIT
                     GO TO 2900-EXIT
                 END-IF.
                 OPEN INPUT USER-ACCOUNT-FILE.
                 IF NOT WS-UA-OK
                     DISPLAY 'Unable to open USER-ACCOUNT-FILE, status '
                         WS-UA-FILE-STATUS
                     PERFORM 7220-LOG-ACCESS-REFUSED THRU 7220-EXIT
                     GO TO 2900-EXIT
                 END-IF.
                 MOVE WS-NAME TO UA-USER-ID.
                 MOVE WS-CHARGE-ACCOUNT TO UA-ACCOUNT-ID.
                 READ USER-ACCOUNT-FILE
                     INVALID KEY
                         MOVE 'N' TO WS-ACCESS-STATUS
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-ACCESS-STATUS
                 END-READ.
                 CLOSE USER-ACCOUNT-FILE.
                 IF NOT WS-ACCESS-OK
                     PERFORM 7220-LOG-ACCESS-REFUSED THRU 7220-EXIT
                 END-IF.
       2900-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-CHANGE-PASSWORD                                      *
      * OFFERS A LOGGED-IN USER THE CHANCE TO SET A NEW PASSWORD, *
       7210-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7220-LOG-ACCESS-REFUSED                                   *
      * RECORDS A CALCULATION REFUSED BECAUSE THE USER IS NOT    *
      * AUTHORISED FOR THE ACCOUNT, WITH THE ACCOUNT ATTEMPTED.  *
      *----------------------------------------------------------*
       7220-LOG-ACCESS-REFUSED.
                 MOVE WS-NAME TO LOG-USER-ID.
                 MOVE WS-CHARGE-ACCOUNT TO LOG-INPUT-1.
                 MOVE SPACES TO LOG-INPUT-2.
                 MOVE 'N' TO LOG-OPERATION.
                 MOVE 'NOT AUTHORISED' TO LOG-RESULT.
                 PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.
       7220-EXIT.
                 EXIT.

          END PROGRAM SAMPLE.
