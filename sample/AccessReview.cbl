       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVW AS "ACCREVW".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. QUARTERLY ACCESS REVIEW OF   *
      *                WHO MAY CHARGE WHICH ACCOUNT: EVERY USER  *
      *                ON USER-FILE WITH ROLE, STATUS AND LAST   *
      *                LOGIN, FOLLOWED BY EACH ACCOUNT GRANTED   *
      *                TO THEM ON USERACCT WITH ITS DEPARTMENT   *
      *                NAME AND GRANT DATE. GRANTS ON A CLOSED   *
      *                OR UNKNOWN ACCOUNT, AND GRANTS LEFT FOR   *
      *                AN ID NO LONGER ON USER-FILE, ARE FLAGGED *
      *                FOR FOLLOW-UP AND END THE STEP RC=4.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USRSEL.

           COPY UASEL.

           COPY ACCTSEL.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACCRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           COPY RRSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY USRREC.

       COPY UAREC.

       COPY ACCTREC.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD        PIC X(80).

       COPY RRREC.

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS         PIC X(02).
           88  WS-USER-FILE-OK         VALUE '00'.

       01  WS-UA-FILE-STATUS           PIC X(02).
           88  WS-UA-OK                VALUE '00'.

       01  WS-ACCT-FILE-STATUS         PIC X(02).
           88  WS-ACCT-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS          PIC X(02).
           88  WS-RPT-OK               VALUE '00'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-END-OF-USERS-SW          PIC X(01).
           88  WS-END-OF-USERS         VALUE 'Y'.

       01  WS-END-OF-ACCOUNTS-SW       PIC X(01).
           88  WS-END-OF-ACCOUNTS      VALUE 'Y'.

       01  WS-UA-DONE-SW               PIC X(01).
           88  WS-UA-DONE              VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-USER-GRANTS              PIC 9(05) COMP.

       01  WS-USERS-READ               PIC 9(05) COMP.
       01  WS-USERS-NO-ACCESS          PIC 9(05) COMP.
       01  WS-GRANTS-READ              PIC 9(05) COMP.
       01  WS-GRANTS-FLAGGED           PIC 9(05) COMP.

      *----------------------------------------------------------*
      * ACCOUNT MASTER, LOADED ONCE FOR THE DEPARTMENT NAME AND  *
      * STATUS OF EACH GRANTED ACCOUNT.                          *
      *----------------------------------------------------------*
       01  WS-ACCOUNT-USED             PIC 9(02) COMP.
       01  WS-ACCT-IX                  PIC 9(02) COMP.
       01  WS-ACCT-FIND-IX             PIC 9(02) COMP.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES.
               10  WS-ACCT-ID          PIC X(06).
               10  WS-ACCT-DEPT        PIC X(20).
               10  WS-ACCT-STATUS      PIC X(01).
                   88  WS-ACCT-ACTIVE  VALUE 'A'.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(28) VALUE
                   'ACCOUNT ACCESS REVIEW AS OF '.
           05  HL-DATE                 PIC X(08).
           05  FILLER                  PIC X(44) VALUE SPACE.

       01  WS-SECTION-LINE.
           05  SEC-TITLE               PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
                   'USER ID    ROLE       STATUS   ACCOUNT D'.
           05  FILLER                  PIC X(40) VALUE
                   'EPARTMENT           GRANTED  NOTE       '.

       01  WS-DETAIL-LINE.
           05  DL-USER-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ROLE                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STATUS               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-ACCOUNT-ID           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DL-DEPT-NAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-GRANTED              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-NOTE                 PIC X(11).

       01  WS-COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 1100-LOAD-ACCOUNT-MASTER THRU 1100-EXIT.
                 PERFORM 2000-REVIEW-USERS THRU 2000-EXIT.
                 PERFORM 3000-CHECK-ORPHAN-GRANTS THRU 3000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE USER AND AUTHORISATION FILES FOR READING AND   *
      * THE REPORT. ANY OPEN FAILURE ENDS THE STEP WITH RETURN   *
      * CODE 8, SINCE A PARTIAL REVIEW WOULD UNDERSTATE ACCESS.  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-USERS-READ.
                 MOVE 0 TO WS-USERS-NO-ACCESS.
                 MOVE 0 TO WS-GRANTS-READ.
                 MOVE 0 TO WS-GRANTS-FLAGGED.
                 MOVE 'N' TO WS-END-OF-USERS-SW.
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                 OPEN INPUT USER-FILE.
                 IF NOT WS-USER-FILE-OK
                     DISPLAY 'Unable to open USER-FILE, status '
                         WS-USER-FILE-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN INPUT USER-ACCOUNT-FILE.
                 IF NOT WS-UA-OK
                     DISPLAY 'Unable to open USERACCT, status '
                         WS-UA-FILE-STATUS
                     CLOSE USER-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 OPEN OUTPUT REVIEW-REPORT-FILE.
                 IF NOT WS-RPT-OK
                     DISPLAY 'Unable to open REVIEW-REPORT-FILE, '
                         'status ' WS-RPT-FILE-STATUS
                     CLOSE USER-FILE
                     CLOSE USER-ACCOUNT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-RUN-DATE TO HL-DATE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-HEADING-LINE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-BLANK-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1100-LOAD-ACCOUNT-MASTER                                  *
      * LOADS ACCTMAST. WITHOUT IT NO GRANT COULD BE CHECKED, SO *
      * A MASTER THAT CANNOT BE OPENED STOPS THE RUN.            *
      *----------------------------------------------------------*
       1100-LOAD-ACCOUNT-MASTER.
                 MOVE 0 TO WS-ACCOUNT-USED.
                 MOVE 'N' TO WS-END-OF-ACCOUNTS-SW.
                 OPEN INPUT ACCOUNT-MASTER-FILE.
                 IF NOT WS-ACCT-FILE-OK
                     DISPLAY 'Unable to open ACCOUNT-MASTER-FILE, '
                         'status ' WS-ACCT-FILE-STATUS
                     CLOSE USER-FILE
                     CLOSE USER-ACCOUNT-FILE
                     CLOSE REVIEW-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
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
                     MOVE AM-DEPT-NAME
                         TO WS-ACCT-DEPT(WS-ACCOUNT-USED)
                     MOVE AM-STATUS
                         TO WS-ACCT-STATUS(WS-ACCOUNT-USED)
                 ELSE
                     DISPLAY 'Account table full, master ignored: '
                         AM-ACCOUNT-ID
                 END-IF.
                 PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
       1120-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-REVIEW-USERS                                         *
      * ONE PASS OVER USER-FILE IN USER-ID ORDER, LISTING EACH   *
      * USER'S GRANTS BENEATH THEM.                              *
      *----------------------------------------------------------*
       2000-REVIEW-USERS.
                 MOVE 'ACCESS BY USER' TO SEC-TITLE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-SECTION-LINE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-COLUMN-LINE.
                 PERFORM 2100-READ-USER THRU 2100-EXIT.
                 PERFORM 2200-REVIEW-USER THRU 2200-EXIT
                     UNTIL WS-END-OF-USERS.
       2000-EXIT.
                 EXIT.

       2100-READ-USER.
                 READ USER-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-END-OF-USERS-SW
                     NOT AT END
                         ADD 1 TO WS-USERS-READ
                 END-READ.
       2100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2200-REVIEW-USER                                          *
      * POSITIONS ON THE USER'S FIRST GRANT AND LISTS EACH ONE   *
      * UNTIL THE KEY MOVES ON TO ANOTHER USER. A USER WITH NO   *
      * GRANTS STILL GETS A LINE SO THE REVIEW COVERS EVERY ID.  *
      *----------------------------------------------------------*
       2200-REVIEW-USER.
                 MOVE 0 TO WS-USER-GRANTS.
                 MOVE 'N' TO WS-UA-DONE-SW.
                 MOVE USR-ID TO UA-USER-ID.
                 MOVE LOW-VALUES TO UA-ACCOUNT-ID.
                 START USER-ACCOUNT-FILE
                     KEY IS NOT LESS THAN UA-AUTH-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-UA-DONE-SW
                 END-START.
                 PERFORM 2300-LIST-GRANT THRU 2300-EXIT
                     UNTIL WS-UA-DONE.
                 IF WS-USER-GRANTS = 0
                     ADD 1 TO WS-USERS-NO-ACCESS
                     PERFORM 2400-FORMAT-USER THRU 2400-EXIT
                     MOVE SPACES TO DL-ACCOUNT-ID
                     MOVE SPACES TO DL-DEPT-NAME
                     MOVE SPACES TO DL-GRANTED
                     MOVE 'NO ACCESS' TO DL-NOTE
                     WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE
                 END-IF.
                 PERFORM 2100-READ-USER THRU 2100-EXIT.
       2200-EXIT.
                 EXIT.

       2300-LIST-GRANT.
                 READ USER-ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-UA-DONE-SW
                         GO TO 2300-EXIT
                 END-READ.
                 IF UA-USER-ID NOT = USR-ID
                     MOVE 'Y' TO WS-UA-DONE-SW
                     GO TO 2300-EXIT
                 END-IF.
                 ADD 1 TO WS-USER-GRANTS.
                 ADD 1 TO WS-GRANTS-READ.
                 PERFORM 2400-FORMAT-USER THRU 2400-EXIT.
                 PERFORM 2500-FORMAT-GRANT THRU 2500-EXIT.
                 WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
       2300-EXIT.
                 EXIT.

       2400-FORMAT-USER.
                 MOVE USR-ID TO DL-USER-ID.
                 EVALUATE TRUE
                     WHEN USR-SUPERVISOR
                         MOVE 'SUPERVISOR' TO DL-ROLE
                     WHEN USR-ADMIN
                         MOVE 'ADMIN' TO DL-ROLE
                     WHEN USR-OPERATOR
                         MOVE 'OPERATOR' TO DL-ROLE
                     WHEN OTHER
                         MOVE USR-ROLE TO DL-ROLE
                 END-EVALUATE.
                 EVALUATE TRUE
                     WHEN USR-ACTIVE
                         MOVE 'ACTIVE' TO DL-STATUS
                     WHEN USR-LOCKED
                         MOVE 'LOCKED' TO DL-STATUS
                     WHEN USR-DISABLED
                         MOVE 'DISABLED' TO DL-STATUS
                     WHEN OTHER
                         MOVE USR-STATUS TO DL-STATUS
                 END-EVALUATE.
       2400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2500-FORMAT-GRANT                                         *
      * FILLS THE ACCOUNT COLUMNS FROM THE CURRENT GRANT AND     *
      * FLAGS ONE ON A CLOSED ACCOUNT OR AN ACCOUNT NO LONGER ON *
      * ACCTMAST, EITHER OF WHICH SHOULD BE REVOKED.             *
      *----------------------------------------------------------*
       2500-FORMAT-GRANT.
                 MOVE UA-ACCOUNT-ID TO DL-ACCOUNT-ID.
                 MOVE UA-GRANTED-DATE TO DL-GRANTED.
                 MOVE SPACES TO DL-NOTE.
                 PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT.
                 IF WS-ACCT-IX = 0
                     MOVE SPACES TO DL-DEPT-NAME
                     MOVE 'NO ACCOUNT' TO DL-NOTE
                     ADD 1 TO WS-GRANTS-FLAGGED
                 ELSE
                     MOVE WS-ACCT-DEPT(WS-ACCT-IX) TO DL-DEPT-NAME
                     IF NOT WS-ACCT-ACTIVE(WS-ACCT-IX)
                         MOVE 'ACCT CLOSED' TO DL-NOTE
                         ADD 1 TO WS-GRANTS-FLAGGED
                     END-IF
                 END-IF.
       2500-EXIT.
                 EXIT.

       2600-FIND-ACCOUNT.
                 MOVE 0 TO WS-ACCT-IX.
                 MOVE 1 TO WS-ACCT-FIND-IX.
                 PERFORM 2610-MATCH-ACCOUNT THRU 2610-EXIT
                     UNTIL WS-ACCT-IX > 0
                        OR WS-ACCT-FIND-IX > WS-ACCOUNT-USED.
       2600-EXIT.
                 EXIT.

       2610-MATCH-ACCOUNT.
                 IF WS-ACCT-ID(WS-ACCT-FIND-IX) = UA-ACCOUNT-ID
                     MOVE WS-ACCT-FIND-IX TO WS-ACCT-IX
                 ELSE
                     ADD 1 TO WS-ACCT-FIND-IX
                 END-IF.
       2610-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 3000-CHECK-ORPHAN-GRANTS                                  *
      * SECOND PASS OVER USERACCT FROM THE TOP, LOOKING EACH     *
      * GRANT'S USER UP ON USER-FILE. A GRANT WHOSE USER HAS     *
      * GONE WAS NOT LISTED ABOVE AND IS REPORTED HERE.          *
      *----------------------------------------------------------*
       3000-CHECK-ORPHAN-GRANTS.
                 WRITE REVIEW-REPORT-RECORD FROM WS-BLANK-LINE.
                 MOVE 'GRANTS FOR USER IDS NOT ON USER-FILE'
                     TO SEC-TITLE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-SECTION-LINE.
                 MOVE 'N' TO WS-UA-DONE-SW.
                 MOVE LOW-VALUES TO UA-AUTH-KEY.
                 START USER-ACCOUNT-FILE
                     KEY IS NOT LESS THAN UA-AUTH-KEY
                     INVALID KEY
                         MOVE 'Y' TO WS-UA-DONE-SW
                 END-START.
                 PERFORM 3100-CHECK-GRANT-USER THRU 3100-EXIT
                     UNTIL WS-UA-DONE.
       3000-EXIT.
                 EXIT.

       3100-CHECK-GRANT-USER.
                 READ USER-ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-UA-DONE-SW
                         GO TO 3100-EXIT
                 END-READ.
                 MOVE UA-USER-ID TO USR-ID.
                 READ USER-FILE
                     INVALID KEY
                         ADD 1 TO WS-GRANTS-READ
                         ADD 1 TO WS-GRANTS-FLAGGED
                         MOVE UA-USER-ID TO DL-USER-ID
                         MOVE SPACES TO DL-ROLE
                         MOVE SPACES TO DL-STATUS
                         PERFORM 2500-FORMAT-GRANT THRU 2500-EXIT
                         MOVE 'NO USER' TO DL-NOTE
                         WRITE REVIEW-REPORT-RECORD
                             FROM WS-DETAIL-LINE
                 END-READ.
       3100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * WRITES THE TOTALS, CLOSES THE FILES AND SETS THE STEP    *
      * RETURN CODE: 0 WHEN NO GRANT NEEDS FOLLOW-UP, 4 WHEN ANY *
      * WAS FLAGGED.                                             *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 WRITE REVIEW-REPORT-RECORD FROM WS-BLANK-LINE.
                 MOVE 'USERS REVIEWED' TO CNT-LABEL.
                 MOVE WS-USERS-READ TO CNT-VALUE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'USERS WITH NO ACCESS' TO CNT-LABEL.
                 MOVE WS-USERS-NO-ACCESS TO CNT-VALUE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'GRANTS LISTED' TO CNT-LABEL.
                 MOVE WS-GRANTS-READ TO CNT-VALUE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'GRANTS NEEDING FOLLOW-UP' TO CNT-LABEL.
                 MOVE WS-GRANTS-FLAGGED TO CNT-VALUE.
                 WRITE REVIEW-REPORT-RECORD FROM WS-COUNT-LINE.
                 CLOSE USER-FILE.
                 CLOSE USER-ACCOUNT-FILE.
                 CLOSE REVIEW-REPORT-FILE.
                 IF WS-GRANTS-FLAGGED > 0
                     MOVE 4 TO RETURN-CODE
                 END-IF.
       8000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE, USERS   *
      * READ, GRANTS LISTED AND GRANTS FLAGGED.                  *
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
                 MOVE 'ACCREVW' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-USERS-READ TO RR-READ.
                 MOVE WS-GRANTS-READ TO RR-WRITTEN.
                 MOVE WS-GRANTS-FLAGGED TO RR-REJECTED.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

       END PROGRAM ACCREVW.
