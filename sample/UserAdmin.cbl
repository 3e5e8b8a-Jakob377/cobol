      *                AGE CHECK AND THE USERSWEEP DORMANCY      *
      *                SWEEP AGE IT FROM ITS CREATION INSTEAD OF *
      *                FROM BLANK.                               *
      * 2026-10-15 JB  NEW G (GRANT) AND V (REVOKE) ACTIONS      *
      *                MAINTAIN THE USERACCT AUTHORISATION FILE  *
      *                OF ACCOUNTS EACH USER MAY CHARGE, WITH    *
      *                THE ACCOUNT IN UT-ACCOUNT-ID; A GRANT     *
      *                NEEDS A KNOWN USER AND AN ACTIVE ACCOUNT  *
      *                ON ACCTMAST. NEW R ACTION SETS USR-ROLE   *
      *                (O=OPERATOR, S=SUPERVISOR, A=ADMIN) FROM  *
      *                UT-ROLE; AN ADD STARTS AS AN OPERATOR. A  *
      *                DELETE NOW REMOVES THE USER'S GRANTS TOO, *
      *                SO A REUSED ID INHERITS NO ACCESS.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY LOGSEL.

           COPY UASEL.

           COPY ACCTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY USRREC.
               88  UT-UNLOCK           VALUE 'U'.
               88  UT-DISABLE          VALUE 'D'.
               88  UT-DELETE           VALUE 'X'.
               88  UT-GRANT            VALUE 'G'.
               88  UT-REVOKE           VALUE 'V'.
               88  UT-SET-ROLE         VALUE 'R'.
           05  UT-USER-ID              PIC X(10).
           05  UT-PASSWORD             PIC X(20).
           05  UT-ACCESS-DATA REDEFINES UT-PASSWORD.
               10  UT-ACCOUNT-ID       PIC X(06).
               10  FILLER              PIC X(14).
           05  UT-ROLE-DATA REDEFINES UT-PASSWORD.
               10  UT-ROLE             PIC X(01).
                   88  UT-ROLE-VALID   VALUE 'O' 'S' 'A'.
               10  FILLER              PIC X(19).

       FD  USER-REPORT-FILE.
       01  USER-REPORT-RECORD          PIC X(80).

       COPY LOGREC.

       COPY UAREC.

       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS          PIC X(02).
           88  WS-LOG-FILE-OK          VALUE '00'.
       01  WS-END-OF-TRANS-SW          PIC X(01).
           88  WS-END-OF-TRANS         VALUE 'Y'.

       01  WS-UA-FILE-STATUS           PIC X(02).
           88  WS-UA-OK                VALUE '00'.

       01  WS-UA-DONE-SW               PIC X(01).
           88  WS-UA-DONE              VALUE 'Y'.

       01  WS-ACCT-FILE-STATUS         PIC X(02).
           88  WS-ACCT-FILE-OK         VALUE '00'.

       01  WS-END-OF-ACCOUNTS-SW       PIC X(01).
           88  WS-END-OF-ACCOUNTS      VALUE 'Y'.

       01  WS-ACCT-MASTER-SW           PIC X(01).
           88  WS-ACCT-MASTER-LOADED   VALUE 'Y'.

      *----------------------------------------------------------*
      * ACCOUNT MASTER, LOADED ONCE SO A GRANT CAN BE CHECKED    *
      * AGAINST AN ACTIVE ACCOUNT, AS SAMPLE DOES.               *
      *----------------------------------------------------------*
       01  WS-ACCOUNT-USED             PIC 9(02) COMP.
       01  WS-ACCT-IX                  PIC 9(02) COMP.
       01  WS-ACCT-FIND-IX             PIC 9(02) COMP.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES.
               10  WS-ACCT-ID          PIC X(06).
               10  WS-ACCT-STATUS      PIC X(01).
                   88  WS-ACCT-ACTIVE  VALUE 'A'.

       01  WS-TRANS-READ               PIC 9(05) COMP.
       01  WS-TRANS-APPLIED            PIC 9(05) COMP.
       01  WS-TRANS-REJECTED           PIC 9(05) COMP.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-USER-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DETAIL               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-RESULT               PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE 'TOTALS:  '.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE TRANSACTION, REPORT AND KEYED FILES. ANY OPEN  *
      * FAILURE ENDS THE STEP WITH RETURN CODE 8 SO THE          *
      * SCHEDULER DOES NOT RELEASE DOWNSTREAM WORK AFTER A RUN   *
      * THAT APPLIED NOTHING. THE ACCOUNT MASTER IS ONLY NEEDED  *
      * BY GRANTS, SO WITHOUT IT THE RUN CARRIES ON AND EACH     *
      * GRANT IS REJECTED.                                       *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-TRANS-READ.
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN I-O USER-ACCOUNT-FILE.
                 IF NOT WS-UA-OK
                     DISPLAY 'Unable to open USERACCT, status '
                         WS-UA-FILE-STATUS
                     CLOSE USER-TRANS-FILE
                     CLOSE USER-REPORT-FILE
                     CLOSE USER-FILE
                     CLOSE PASSWORD-HISTORY-FILE
                     CLOSE FAIL-COUNT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 1100-LOAD-ACCOUNT-MASTER THRU 1100-EXIT.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1100-LOAD-ACCOUNT-MASTER                                  *
      * LOADS EACH ACCOUNT'S ID AND STATUS FROM ACCTMAST.        *
      *----------------------------------------------------------*
       1100-LOAD-ACCOUNT-MASTER.
                 MOVE 0 TO WS-ACCOUNT-USED.
                 MOVE 'N' TO WS-ACCT-MASTER-SW.
                 MOVE 'N' TO WS-END-OF-ACCOUNTS-SW.
                 OPEN INPUT ACCOUNT-MASTER-FILE.
                 IF NOT WS-ACCT-FILE-OK
                     DISPLAY 'Unable to open ACCOUNT-MASTER-FILE, '
                         'status ' WS-ACCT-FILE-STATUS
                     GO TO 1100-EXIT
                 END-IF.
                 MOVE 'Y' TO WS-ACCT-MASTER-SW.
                 PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
                 PERFORM 1120-STORE-ACCOUNT THRU 1120-EXIT
                     UNTIL WS-END-OF-ACCOUNTS.
                 CLOSE ACCOUNT-MASTER-FILE.
       1100-EXIT.
                 EXIT.

       1110-READ-ACCOUNT.
                 READ ACCOUNT-MASTER-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-ACCOUNTS-SW
                 END-READ.
       1110-EXIT.
                 EXIT.

       1120-STORE-ACCOUNT.
                 IF WS-ACCOUNT-USED < 50
                     ADD 1 TO WS-ACCOUNT-USED
                     MOVE AM-ACCOUNT-ID
                         TO WS-ACCT-ID(WS-ACCOUNT-USED)
                     MOVE AM-STATUS
                         TO WS-ACCT-STATUS(WS-ACCOUNT-USED)
                 ELSE
                     DISPLAY 'Account table full, master ignored: '
                         AM-ACCOUNT-ID
                 END-IF.
                 PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
       1120-EXIT.
                 EXIT.

       2100-READ-TRANSACTION.
                 READ USER-TRANS-FILE
                     AT END
                         PERFORM 3200-SET-STATUS THRU 3200-EXIT
                     WHEN UT-DELETE
                         PERFORM 3300-DELETE-USER THRU 3300-EXIT
                     WHEN UT-GRANT
                         PERFORM 3500-GRANT-ACCESS THRU 3500-EXIT
                     WHEN UT-REVOKE
                         PERFORM 3600-REVOKE-ACCESS THRU 3600-EXIT
                     WHEN UT-SET-ROLE
                         PERFORM 3700-SET-ROLE THRU 3700-EXIT
                     WHEN OTHER
                         MOVE 'REJECTED - INVALID ACTION'
                             TO WS-ACTION-RESULT
                 END-IF.
                 MOVE UT-ACTION TO RL-ACTION.
                 MOVE UT-USER-ID TO RL-USER-ID.
                 EVALUATE TRUE
                     WHEN UT-GRANT OR UT-REVOKE
                         MOVE UT-ACCOUNT-ID TO RL-DETAIL
                     WHEN UT-SET-ROLE
                         MOVE UT-ROLE TO RL-DETAIL
                     WHEN OTHER
                         MOVE SPACES TO RL-DETAIL
                 END-EVALUATE.
                 MOVE WS-ACTION-RESULT TO RL-RESULT.
                 WRITE USER-REPORT-RECORD FROM WS-REPORT-LINE.
                 PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.

      *----------------------------------------------------------*
      * 3100-ADD-USER                                             *
      * CREATES A NEW ACCOUNT IN ACTIVE STATUS, WITH THE         *
      * OPERATOR ROLE AND NO ACCOUNTS GRANTED, USING THE INITIAL *
      * PASSWORD FROM THE TRANSACTION, CLEARING ANY STALE        *
      * FAILED-LOGIN COUNT LEFT BY A PRIOR HOLDER OF THE ID. A   *
      * USER ID ALREADY ON USER-FILE OR A BLANK INITIAL PASSWORD *
                         MOVE 'A' TO USR-STATUS
                         MOVE WS-TODAY TO USR-PWD-CHANGED
                         MOVE WS-TODAY TO USR-LAST-LOGIN
                         MOVE 'O' TO USR-ROLE
                         WRITE USER-RECORD
                             INVALID KEY
                                 MOVE 'REJECTED - WRITE FAILED'

      *----------------------------------------------------------*
      * 3300-DELETE-USER                                          *
      * REMOVES THE ACCOUNT, ITS PASSWORD-HISTORY RECORD, ITS    *
      * FAILED-LOGIN COUNT RECORD AND EVERY ACCOUNT GRANTED TO   *
      * IT. A MISSING HISTORY OR COUNT RECORD IS NORMAL AND IS   *
      * NOT A REJECT.                                            *
      *----------------------------------------------------------*
       3300-DELETE-USER.
                 MOVE UT-USER-ID TO USR-ID.
                         DELETE PASSWORD-HISTORY-FILE
                 END-READ.
                 PERFORM 3400-CLEAR-FAIL-COUNT THRU 3400-EXIT.
                 PERFORM 3350-REVOKE-ALL-ACCESS THRU 3350-EXIT.
       3300-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3350-REVOKE-ALL-ACCESS                                    *
      * POSITIONS ON THE DELETED USER'S FIRST GRANT AND REMOVES  *
      * EACH ONE UNTIL THE KEY MOVES ON TO ANOTHER USER.         *
      *----------------------------------------------------------*
       3350-REVOKE-ALL-ACCESS.
                 MOVE 'N' TO WS-UA-DONE-SW.
                 MOVE UT-USER-ID TO UA-USER-ID.
                 MOVE LOW-VALUES TO UA-ACCOUNT-ID.
                 START USER-ACCOUNT-FILE
                     KEY IS NOT LESS THAN UA-AUTH-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-UA-DONE-SW
                 END-START.
                 PERFORM 3360-REVOKE-NEXT THRU 3360-EXIT
                     UNTIL WS-UA-DONE.
       3350-EXIT.
                 EXIT.

       3360-REVOKE-NEXT.
                 READ USER-ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-UA-DONE-SW
                         GO TO 3360-EXIT
                 END-READ.
                 IF UA-USER-ID NOT = UT-USER-ID
                     MOVE 'Y' TO WS-UA-DONE-SW
                     GO TO 3360-EXIT
                 END-IF.
                 DELETE USER-ACCOUNT-FILE.
       3360-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3400-CLEAR-FAIL-COUNT                                     *
      * DROPS THE USER'S FAILCNT RECORD, IF ONE EXISTS, SO NO    *
       3400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3500-GRANT-ACCESS                                         *
      * AUTHORISES THE USER TO CHARGE UT-ACCOUNT-ID. THE USER    *
      * MUST BE ON USER-FILE AND THE ACCOUNT ACTIVE ON ACCTMAST; *
      * A GRANT ALREADY HELD IS REJECTED AS A DUPLICATE.         *
      *----------------------------------------------------------*
       3500-GRANT-ACCESS.
                 IF NOT WS-ACCT-MASTER-LOADED
                     MOVE 'REJECTED - NO ACCOUNT MASTER'
                         TO WS-ACTION-RESULT
                     GO TO 3500-EXIT
                 END-IF.
                 MOVE UT-USER-ID TO USR-ID.
                 READ USER-FILE
                     INVALID KEY
                         MOVE 'REJECTED - UNKNOWN USER'
                             TO WS-ACTION-RESULT
                         GO TO 3500-EXIT
                 END-READ.
                 PERFORM 3510-FIND-ACCOUNT THRU 3510-EXIT.
                 IF WS-ACCT-IX = 0
                     MOVE 'REJECTED - UNKNOWN ACCOUNT'
                         TO WS-ACTION-RESULT
                     GO TO 3500-EXIT
                 END-IF.
                 IF NOT WS-ACCT-ACTIVE(WS-ACCT-IX)
                     MOVE 'REJECTED - ACCOUNT CLOSED'
                         TO WS-ACTION-RESULT
                     GO TO 3500-EXIT
                 END-IF.
                 MOVE UT-USER-ID TO UA-USER-ID.
                 MOVE UT-ACCOUNT-ID TO UA-ACCOUNT-ID.
                 MOVE WS-TODAY TO UA-GRANTED-DATE.
                 WRITE USER-ACCOUNT-RECORD
                     INVALID KEY
                         MOVE 'REJECTED - ALREADY GRANTED'
                             TO WS-ACTION-RESULT
                 END-WRITE.
       3500-EXIT.
                 EXIT.

       3510-FIND-ACCOUNT.
                 MOVE 0 TO WS-ACCT-IX.
                 MOVE 1 TO WS-ACCT-FIND-IX.
                 PERFORM 3520-MATCH-ACCOUNT THRU 3520-EXIT
                     UNTIL WS-ACCT-IX > 0
                        OR WS-ACCT-FIND-IX > WS-ACCOUNT-USED.
       3510-EXIT.
                 EXIT.

       3520-MATCH-ACCOUNT.
                 IF WS-ACCT-ID(WS-ACCT-FIND-IX) = UT-ACCOUNT-ID
                     MOVE WS-ACCT-FIND-IX TO WS-ACCT-IX
                 ELSE
                     ADD 1 TO WS-ACCT-FIND-IX
                 END-IF.
       3520-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3600-REVOKE-ACCESS                                        *
      * WITHDRAWS ONE GRANT. REVOKING AN ACCOUNT THE USER DOES   *
      * NOT HOLD IS REJECTED SO A MISTYPED ID IS NOT MISTAKEN    *
      * FOR A COMPLETED REMOVAL. A CLOSED OR UNKNOWN ACCOUNT CAN *
      * STILL BE REVOKED.                                        *
      *----------------------------------------------------------*
       3600-REVOKE-ACCESS.
                 MOVE UT-USER-ID TO UA-USER-ID.
                 MOVE UT-ACCOUNT-ID TO UA-ACCOUNT-ID.
                 READ USER-ACCOUNT-FILE
                     INVALID KEY
                         MOVE 'REJECTED - NOT GRANTED'
                             TO WS-ACTION-RESULT
                         GO TO 3600-EXIT
                 END-READ.
                 DELETE USER-ACCOUNT-FILE.
       3600-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3700-SET-ROLE                                             *
      * SETS THE USER'S ROLE: O=OPERATOR, S=SUPERVISOR,          *
      * A=ADMIN. ANY OTHER CODE OR AN UNKNOWN USER IS REJECTED.  *
      *----------------------------------------------------------*
       3700-SET-ROLE.
                 IF NOT UT-ROLE-VALID
                     MOVE 'REJECTED - INVALID ROLE'
                         TO WS-ACTION-RESULT
                     GO TO 3700-EXIT
                 END-IF.
                 MOVE UT-USER-ID TO USR-ID.
                 READ USER-FILE
                     INVALID KEY
                         MOVE 'REJECTED - UNKNOWN USER'
                             TO WS-ACTION-RESULT
                         GO TO 3700-EXIT
                 END-READ.
                 MOVE UT-ROLE TO USR-ROLE.
                 REWRITE USER-RECORD.
       3700-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS LINE, CLOSES THE FILES AND SETS THE    *
                 CLOSE USER-FILE.
                 CLOSE PASSWORD-HISTORY-FILE.
                 CLOSE FAIL-COUNT-FILE.
                 CLOSE USER-ACCOUNT-FILE.
                 IF WS-TRANS-REJECTED > 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
      * 7100-LOG-ACTION                                           *
      * RECORDS AN APPLIED MAINTENANCE ACTION ON THE AUDIT LOG:  *
      * LOG-OPERATION IS THE TRANSACTION ACTION CODE AND         *
      * LOG-USER-ID THE ACCOUNT IT WAS APPLIED TO. LOG-INPUT-1   *
      * CARRIES THE ACCOUNT GRANTED OR REVOKED, OR THE NEW ROLE. *
      *----------------------------------------------------------*
       7100-LOG-ACTION.
                 MOVE UT-USER-ID TO LOG-USER-ID.
                 MOVE SPACES TO LOG-INPUT-1.
                 IF UT-GRANT OR UT-REVOKE
                     MOVE UT-ACCOUNT-ID TO LOG-INPUT-1
                 END-IF.
                 IF UT-SET-ROLE
                     MOVE UT-ROLE TO LOG-INPUT-1
                 END-IF.
                 MOVE SPACES TO LOG-INPUT-2.
                 MOVE UT-ACTION TO LOG-OPERATION.
                 MOVE 'APPLIED' TO LOG-RESULT.
