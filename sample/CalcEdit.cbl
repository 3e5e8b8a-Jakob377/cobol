       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEDIT AS "CALCEDIT".
       AUTHOR. JAKOB.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *----------------------------------------------------------*
      * 2026-10-15 JB  NEW PROGRAM. PRE-EDIT OF THE DEPARTMENTS' *
      *                INBOUND CALCULATOR SUBMISSIONS AHEAD OF   *
      *                SAMPLE. EACH SUBMISSION ON CALCIN MUST    *
      *                OPEN WITH A HEADER (DEPARTMENT, FILE      *
      *                DATE, SEQUENCE NUMBER) AND CLOSE WITH A   *
      *                TRAILER (DETAIL COUNT AND OPERAND HASH).  *
      *                A SUBMISSION WHOSE TRAILER DOES NOT       *
      *                BALANCE, OR WHOSE SEQUENCE NUMBER REPEATS *
      *                OR SKIPS THE LAST ONE ACCEPTED FROM THAT  *
      *                DEPARTMENT ON CALCSEQ, IS REFUSED WHOLE.  *
      *                WHEN EVERY SUBMISSION IS ACCEPTED THE     *
      *                DETAIL IS SORTED INTO ACCOUNT ORDER TO    *
      *                BUILD THE CALCTRAN SAMPLE READS; ANY      *
      *                REFUSAL LEAVES CALCTRAN EMPTY AND ENDS    *
      *                RC=8 SO GATEKEEP HOLDS SAMPCALC. THE      *
      *                CALCERPT CONTROL REPORT LISTS EVERY       *
      *                SUBMISSION ACCEPTED OR REFUSED.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-INBOUND-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT CALC-SEQUENCE-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT NEW-SEQUENCE-FILE ASSIGN TO "CALCSEQN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SEQ-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "CALCERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

           COPY CTRNSEL.

           COPY RRSEL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * ONE OR MORE DEPARTMENTAL SUBMISSIONS, EACH A HEADER,     *
      * ANY NUMBER OF DETAIL RECORDS AND A TRAILER. A DETAIL     *
      * RECORD CARRIES A CALCTRAN TRANSACTION UNCHANGED AFTER    *
      * ITS RECORD TYPE. THE TRAILER HASH IS THE SUM OF BOTH     *
      * OPERANDS OF EVERY DETAIL, AS ON SAMPLE'S CALCTLR.        *
      *----------------------------------------------------------*
       FD  CALC-INBOUND-FILE.
       01  CALC-INBOUND-RECORD.
           05  IN-RECORD-TYPE          PIC X(01).
               88  IN-HEADER           VALUE 'H'.
               88  IN-DETAIL           VALUE 'D'.
               88  IN-TRAILER          VALUE 'T'.
           05  IN-DETAIL-IMAGE         PIC X(29).
       01  CALC-INBOUND-HEADER.
           05  FILLER                  PIC X(01).
           05  IH-DEPT-ID              PIC X(06).
           05  IH-FILE-DATE            PIC X(08).
           05  IH-SEQUENCE-NO          PIC 9(06).
           05  FILLER                  PIC X(09).
       01  CALC-INBOUND-DETAIL.
           05  FILLER                  PIC X(01).
           05  ID-ACCOUNT-ID           PIC X(06).
           05  ID-OPERAND-1            PIC S9(7)V99.
           05  ID-OPERATOR             PIC X(01).
           05  ID-OPERAND-2            PIC S9(7)V99.
           05  FILLER                  PIC X(04).
       01  CALC-INBOUND-TRAILER.
           05  FILLER                  PIC X(01).
           05  IT-RECORD-COUNT         PIC 9(07).
           05  IT-HASH-TOTAL           PIC S9(13)V99.
           05  FILLER                  PIC X(07).

      *----------------------------------------------------------*
      * LAST SEQUENCE NUMBER ACCEPTED FROM EACH DEPARTMENT.      *
      *----------------------------------------------------------*
       FD  CALC-SEQUENCE-FILE.
       01  CALC-SEQUENCE-RECORD.
           05  SQ-DEPT-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-SEQUENCE        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-FILE-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  SQ-LAST-RUN-DATE        PIC X(08).

       FD  NEW-SEQUENCE-FILE.
       01  NEW-SEQUENCE-RECORD         PIC X(31).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ACCOUNT-ID           PIC X(06).
           05  FILLER                  PIC X(23).

       COPY CTRNREC.

       COPY RRREC.

       WORKING-STORAGE SECTION.
       01  WS-INBOUND-STATUS           PIC X(02).
           88  WS-INBOUND-OK           VALUE '00'.

       01  WS-SEQ-FILE-STATUS          PIC X(02).
           88  WS-SEQ-FILE-OK          VALUE '00'.
           88  WS-SEQ-FILE-MISSING     VALUE '35'.

       01  WS-NEW-SEQ-STATUS           PIC X(02).
           88  WS-NEW-SEQ-OK           VALUE '00'.

       01  WS-EDIT-RPT-STATUS          PIC X(02).
           88  WS-EDIT-RPT-OK          VALUE '00'.

       01  WS-CALC-TRANS-STATUS        PIC X(02).
           88  WS-CALC-TRANS-OK        VALUE '00'.

       01  WS-RR-FILE-STATUS           PIC X(02).
           88  WS-RR-OK                VALUE '00'.

       01  WS-END-OF-FILE-SW           PIC X(01).
           88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-IN-SUBMISSION-SW         PIC X(01).
           88  WS-IN-SUBMISSION        VALUE 'Y'.

       01  WS-TABLE-FULL-SW            PIC X(01).
           88  WS-TABLE-FULL           VALUE 'Y'.

       01  WS-SORT-FAILED-SW           PIC X(01).
           88  WS-SORT-FAILED          VALUE 'Y'.

       01  WS-TODAY                    PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).
       01  WS-NEW-REASON               PIC X(30).
       01  WS-EXPECTED-SEQUENCE        PIC 9(06).

       01  WS-DETAIL-READ              PIC 9(07) COMP.
       01  WS-DETAIL-RELEASED          PIC 9(07) COMP.
       01  WS-DETAIL-REFUSED           PIC 9(07) COMP.
       01  WS-ACCEPTED-COUNT           PIC 9(05) COMP.
       01  WS-REFUSED-COUNT            PIC 9(05) COMP.

      *----------------------------------------------------------*
      * ONE ENTRY PER SUBMISSION ON CALCIN, IN FILE ORDER. A     *
      * DETAIL OR TRAILER WITH NO HEADER IN FRONT OF IT OPENS AN *
      * ENTRY OF ITS OWN SO IT IS STILL REPORTED AND REFUSED.    *
      *----------------------------------------------------------*
       01  WS-SUB-USED                 PIC 9(02) COMP.
       01  WS-SUB-IX                   PIC 9(02) COMP.
       01  WS-SUBMISSION-TABLE.
           05  WS-SB-ENTRY OCCURS 50 TIMES.
               10  WS-SB-DEPT-ID       PIC X(06).
               10  WS-SB-FILE-DATE     PIC X(08).
               10  WS-SB-SEQUENCE      PIC X(06).
               10  WS-SB-SEQUENCE-NUM REDEFINES WS-SB-SEQUENCE
                                       PIC 9(06).
               10  WS-SB-DETAIL-COUNT  PIC 9(07) COMP.
               10  WS-SB-HASH-TOTAL    PIC S9(13)V99.
               10  WS-SB-TRAILER-SW    PIC X(01).
                   88  WS-SB-HAS-TRAILER VALUE 'Y'.
               10  WS-SB-TRAILER-COUNT PIC 9(07).
               10  WS-SB-TRAILER-HASH  PIC S9(13)V99.
               10  WS-SB-STATUS        PIC X(01).
                   88  WS-SB-ACCEPTED  VALUE 'A'.
                   88  WS-SB-REFUSED   VALUE 'R'.
               10  WS-SB-REASON        PIC X(30).

      *----------------------------------------------------------*
      * THE CALCSEQ SEQUENCE CONTROL, UPDATED AS EACH            *
      * SUBMISSION IS ACCEPTED AND WRITTEN TO CALCSEQN FOR THE   *
      * COPY-BACK STEP.                                          *
      *----------------------------------------------------------*
       01  WS-SEQ-USED                 PIC 9(02) COMP.
       01  WS-SEQ-IX                   PIC 9(02) COMP.
       01  WS-SEQ-FIND-IX              PIC 9(02) COMP.
       01  WS-SEQ-TABLE.
           05  WS-SQ-ENTRY OCCURS 50 TIMES.
               10  WS-SQ-DEPT-ID       PIC X(06).
               10  WS-SQ-LAST-SEQUENCE PIC 9(06).
               10  WS-SQ-LAST-FILE-DATE
                                       PIC X(08).
               10  WS-SQ-LAST-RUN-DATE PIC X(08).

       01  WS-SEQ-LINE.
           05  SQL-DEPT-ID             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SQL-LAST-SEQUENCE       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SQL-LAST-FILE-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SQL-LAST-RUN-DATE       PIC X(08).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(34) VALUE
                   'CALCTRAN PRE-EDIT CONTROL REPORT, '.
           05  HL-DATE                 PIC X(08).
           05  FILLER                  PIC X(38) VALUE SPACE.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
                   'DEPT   FILE DATE  SEQ      RECORDS  STAT'.
           05  FILLER                  PIC X(40) VALUE
                   'US   REASON'.

       01  WS-SUBMISSION-LINE.
           05  SL-DEPT-ID              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-FILE-DATE            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SL-SEQUENCE             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-RECORDS              PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SL-STATUS               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-REASON               PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACE.

       01  WS-COUNT-LINE.
           05  CNT-LABEL               PIC X(30).
           05  CNT-VALUE               PIC Z(6)9.
           05  FILLER                  PIC X(43) VALUE SPACE.

       01  WS-BALANCE-LINE.
           05  BL-TEXT                 PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACE.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                 PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                 PERFORM 1500-LOAD-SEQUENCE-CONTROL THRU 1500-EXIT.
                 PERFORM 2000-EDIT-INBOUND THRU 2000-EXIT.
                 PERFORM 4000-BUILD-CALCTRAN THRU 4000-EXIT.
                 PERFORM 5000-WRITE-CONTROL-REPORT THRU 5000-EXIT.
                 PERFORM 6000-WRITE-SEQUENCE-CONTROL THRU 6000-EXIT.
                 PERFORM 8000-WRAP-UP THRU 8000-EXIT.
                 PERFORM 7400-WRITE-RUN-REGISTER THRU 7400-EXIT.
       0000-STOP.
                 STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * OPENS THE CONTROL REPORT; AN OPEN FAILURE ENDS THE STEP  *
      * WITH RETURN CODE 8.                                      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 0 TO WS-SUB-USED.
                 MOVE 0 TO WS-SEQ-USED.
                 MOVE 0 TO WS-DETAIL-READ.
                 MOVE 0 TO WS-DETAIL-RELEASED.
                 MOVE 0 TO WS-DETAIL-REFUSED.
                 MOVE 0 TO WS-ACCEPTED-COUNT.
                 MOVE 0 TO WS-REFUSED-COUNT.
                 MOVE 'N' TO WS-IN-SUBMISSION-SW.
                 MOVE 'N' TO WS-TABLE-FULL-SW.
                 MOVE 'N' TO WS-SORT-FAILED-SW.
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD.
                 OPEN OUTPUT EDIT-REPORT-FILE.
                 IF NOT WS-EDIT-RPT-OK
                     DISPLAY 'Unable to open EDIT-REPORT-FILE, '
                         'status ' WS-EDIT-RPT-STATUS
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 MOVE WS-TODAY TO HL-DATE.
                 WRITE EDIT-REPORT-RECORD FROM WS-HEADING-LINE.
                 WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE.
       1000-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 1500-LOAD-SEQUENCE-CONTROL                                *
      * LOADS THE LAST SEQUENCE NUMBER ACCEPTED FROM EACH        *
      * DEPARTMENT. A CALCSEQ THAT DOES NOT EXIST YET IS TREATED *
      * AS EMPTY, SO EVERY DEPARTMENT'S FIRST SUBMISSION MUST BE *
      * NUMBER 000001; ONE THAT EXISTS BUT CANNOT BE READ STOPS  *
      * THE RUN.                                                 *
      *----------------------------------------------------------*
       1500-LOAD-SEQUENCE-CONTROL.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT CALC-SEQUENCE-FILE.
                 IF WS-SEQ-FILE-MISSING
                     DISPLAY 'No sequence control, treated as empty'
                     GO TO 1500-EXIT
                 END-IF.
                 IF NOT WS-SEQ-FILE-OK
                     DISPLAY 'Unable to open CALC-SEQUENCE-FILE, '
                         'status ' WS-SEQ-FILE-STATUS
                     CLOSE EDIT-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 1600-READ-SEQUENCE THRU 1600-EXIT.
                 PERFORM 1700-STORE-SEQUENCE THRU 1700-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE CALC-SEQUENCE-FILE.
       1500-EXIT.
                 EXIT.

       1600-READ-SEQUENCE.
                 READ CALC-SEQUENCE-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       1600-EXIT.
                 EXIT.

       1700-STORE-SEQUENCE.
                 IF WS-SEQ-USED < 50
                     ADD 1 TO WS-SEQ-USED
                     MOVE SQ-DEPT-ID TO WS-SQ-DEPT-ID(WS-SEQ-USED)
                     MOVE SQ-LAST-SEQUENCE
                         TO WS-SQ-LAST-SEQUENCE(WS-SEQ-USED)
                     MOVE SQ-LAST-FILE-DATE
                         TO WS-SQ-LAST-FILE-DATE(WS-SEQ-USED)
                     MOVE SQ-LAST-RUN-DATE
                         TO WS-SQ-LAST-RUN-DATE(WS-SEQ-USED)
                 ELSE
                     DISPLAY 'Sequence table full, control ignored: '
                         SQ-DEPT-ID
                 END-IF.
                 PERFORM 1600-READ-SEQUENCE THRU 1600-EXIT.
       1700-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2000-EDIT-INBOUND                                         *
      * FIRST PASS OVER CALCIN: SPLITS IT INTO SUBMISSIONS AT    *
      * EACH HEADER, COUNTS AND HASHES EACH ONE'S DETAIL, AND    *
      * ACCEPTS OR REFUSES IT WHEN ITS TRAILER ARRIVES. NOTHING  *
      * IS WRITTEN TO CALCTRAN UNTIL EVERY SUBMISSION IS KNOWN   *
      * TO BE GOOD.                                              *
      *----------------------------------------------------------*
       2000-EDIT-INBOUND.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 OPEN INPUT CALC-INBOUND-FILE.
                 IF NOT WS-INBOUND-OK
                     DISPLAY 'Unable to open CALC-INBOUND-FILE, '
                         'status ' WS-INBOUND-STATUS
                     CLOSE EDIT-REPORT-FILE
                     MOVE 8 TO RETURN-CODE
                     GO TO 0000-STOP
                 END-IF.
                 PERFORM 2100-READ-INBOUND THRU 2100-EXIT.
                 PERFORM 2200-EDIT-RECORD THRU 2200-EXIT
                     UNTIL WS-END-OF-FILE.
                 IF WS-IN-SUBMISSION
                     MOVE 'NO TRAILER RECORD' TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     PERFORM 2500-END-SUBMISSION THRU 2500-EXIT
                 END-IF.
                 CLOSE CALC-INBOUND-FILE.
       2000-EXIT.
                 EXIT.

       2100-READ-INBOUND.
                 READ CALC-INBOUND-FILE
                     AT END
                         MOVE 'Y' TO WS-END-OF-FILE-SW
                 END-READ.
       2100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2200-EDIT-RECORD                                          *
      * A HEADER ARRIVING BEFORE THE PREVIOUS SUBMISSION'S       *
      * TRAILER MEANS THAT SUBMISSION WAS TRUNCATED. RECORDS     *
      * WITH NO HEADER IN FRONT OF THEM ARE GATHERED INTO A      *
      * SUBMISSION OF THEIR OWN AND REFUSED.                     *
      *----------------------------------------------------------*
       2200-EDIT-RECORD.
                 IF NOT IN-HEADER AND NOT WS-IN-SUBMISSION
                     PERFORM 2310-START-ORPHAN THRU 2310-EXIT
                 END-IF.
                 IF WS-TABLE-FULL
                     GO TO 2200-NEXT
                 END-IF.
                 EVALUATE TRUE
                     WHEN IN-HEADER
                         IF WS-IN-SUBMISSION
                             MOVE 'NO TRAILER RECORD' TO WS-NEW-REASON
                             PERFORM 2400-REFUSE-SUBMISSION
                                 THRU 2400-EXIT
                             PERFORM 2500-END-SUBMISSION THRU 2500-EXIT
                         END-IF
                         PERFORM 2300-START-SUBMISSION THRU 2300-EXIT
                     WHEN IN-DETAIL
                         ADD 1 TO WS-DETAIL-READ
                         ADD 1 TO WS-SB-DETAIL-COUNT(WS-SUB-USED)
                         ADD ID-OPERAND-1
                             TO WS-SB-HASH-TOTAL(WS-SUB-USED)
                         ADD ID-OPERAND-2
                             TO WS-SB-HASH-TOTAL(WS-SUB-USED)
                     WHEN IN-TRAILER
                         MOVE 'Y' TO WS-SB-TRAILER-SW(WS-SUB-USED)
                         MOVE IT-RECORD-COUNT
                             TO WS-SB-TRAILER-COUNT(WS-SUB-USED)
                         MOVE IT-HASH-TOTAL
                             TO WS-SB-TRAILER-HASH(WS-SUB-USED)
                         PERFORM 2500-END-SUBMISSION THRU 2500-EXIT
                     WHEN OTHER
                         MOVE 'UNKNOWN RECORD TYPE' TO WS-NEW-REASON
                         PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                 END-EVALUATE.
       2200-NEXT.
                 PERFORM 2100-READ-INBOUND THRU 2100-EXIT.
       2200-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2300-START-SUBMISSION                                     *
      * OPENS A TABLE ENTRY FROM THE HEADER AND CHECKS ITS       *
      * FIELDS: A DEPARTMENT, A NUMERIC FILE DATE NO LATER THAN  *
      * TODAY AND A NUMERIC SEQUENCE NUMBER. A FULL TABLE STOPS  *
      * THE EDIT; THE RUN IS THEN REFUSED AS A WHOLE.            *
      *----------------------------------------------------------*
       2300-START-SUBMISSION.
                 PERFORM 2350-ADD-SUBMISSION THRU 2350-EXIT.
                 IF WS-TABLE-FULL
                     GO TO 2300-EXIT
                 END-IF.
                 MOVE IH-DEPT-ID TO WS-SB-DEPT-ID(WS-SUB-USED).
                 MOVE IH-FILE-DATE TO WS-SB-FILE-DATE(WS-SUB-USED).
                 MOVE CALC-INBOUND-HEADER(16:6)
                     TO WS-SB-SEQUENCE(WS-SUB-USED).
                 IF IH-DEPT-ID = SPACES OR
                    IH-FILE-DATE IS NOT NUMERIC OR
                    IH-SEQUENCE-NO IS NOT NUMERIC
                     MOVE 'BAD HEADER FIELDS' TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     GO TO 2300-EXIT
                 END-IF.
                 IF IH-FILE-DATE > WS-TODAY
                     MOVE 'FILE DATE AFTER TODAY' TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                 END-IF.
       2300-EXIT.
                 EXIT.

       2310-START-ORPHAN.
                 PERFORM 2350-ADD-SUBMISSION THRU 2350-EXIT.
                 IF WS-TABLE-FULL
                     GO TO 2310-EXIT
                 END-IF.
                 MOVE 'NO HEADER RECORD' TO WS-NEW-REASON.
                 PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT.
       2310-EXIT.
                 EXIT.

       2350-ADD-SUBMISSION.
                 IF WS-SUB-USED NOT < 50
                     DISPLAY 'Submission table full, CALCIN refused'
                     MOVE 'Y' TO WS-TABLE-FULL-SW
                     MOVE 'N' TO WS-IN-SUBMISSION-SW
                     GO TO 2350-EXIT
                 END-IF.
                 ADD 1 TO WS-SUB-USED.
                 MOVE SPACES TO WS-SB-DEPT-ID(WS-SUB-USED).
                 MOVE SPACES TO WS-SB-FILE-DATE(WS-SUB-USED).
                 MOVE SPACES TO WS-SB-SEQUENCE(WS-SUB-USED).
                 MOVE 0 TO WS-SB-DETAIL-COUNT(WS-SUB-USED).
                 MOVE 0 TO WS-SB-HASH-TOTAL(WS-SUB-USED).
                 MOVE 'N' TO WS-SB-TRAILER-SW(WS-SUB-USED).
                 MOVE 0 TO WS-SB-TRAILER-COUNT(WS-SUB-USED).
                 MOVE 0 TO WS-SB-TRAILER-HASH(WS-SUB-USED).
                 MOVE SPACES TO WS-SB-STATUS(WS-SUB-USED).
                 MOVE SPACES TO WS-SB-REASON(WS-SUB-USED).
                 MOVE 'Y' TO WS-IN-SUBMISSION-SW.
       2350-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2400-REFUSE-SUBMISSION                                    *
      * MARKS THE CURRENT SUBMISSION REFUSED. THE FIRST REASON   *
      * FOUND IS THE ONE REPORTED.                               *
      *----------------------------------------------------------*
       2400-REFUSE-SUBMISSION.
                 MOVE 'R' TO WS-SB-STATUS(WS-SUB-USED).
                 IF WS-SB-REASON(WS-SUB-USED) = SPACES
                     MOVE WS-NEW-REASON TO WS-SB-REASON(WS-SUB-USED)
                 END-IF.
       2400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2500-END-SUBMISSION                                       *
      * CLOSES THE CURRENT SUBMISSION. ITS DETAIL MUST BALANCE   *
      * TO THE TRAILER'S COUNT AND HASH, AND ITS SEQUENCE NUMBER *
      * MUST BE EXACTLY ONE MORE THAN THE LAST ACCEPTED FROM     *
      * THAT DEPARTMENT. AN ACCEPTED SUBMISSION ADVANCES THE     *
      * DEPARTMENT'S SEQUENCE AT ONCE, SO TWO SUBMISSIONS FROM   *
      * ONE DEPARTMENT IN THE SAME RUN ARE CHECKED IN ORDER.     *
      *----------------------------------------------------------*
       2500-END-SUBMISSION.
                 MOVE 'N' TO WS-IN-SUBMISSION-SW.
                 IF WS-SB-REFUSED(WS-SUB-USED)
                     GO TO 2500-EXIT
                 END-IF.
                 IF WS-SB-DETAIL-COUNT(WS-SUB-USED) NOT =
                    WS-SB-TRAILER-COUNT(WS-SUB-USED)
                     MOVE 'RECORD COUNT DOES NOT BALANCE'
                         TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     GO TO 2500-EXIT
                 END-IF.
                 IF WS-SB-HASH-TOTAL(WS-SUB-USED) NOT =
                    WS-SB-TRAILER-HASH(WS-SUB-USED)
                     MOVE 'OPERAND HASH DOES NOT BALANCE'
                         TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     GO TO 2500-EXIT
                 END-IF.
                 PERFORM 2600-FIND-DEPARTMENT THRU 2600-EXIT.
                 IF WS-SEQ-IX = 0
                     MOVE 1 TO WS-EXPECTED-SEQUENCE
                 ELSE
                     COMPUTE WS-EXPECTED-SEQUENCE =
                         WS-SQ-LAST-SEQUENCE(WS-SEQ-IX) + 1
                 END-IF.
                 IF WS-SB-SEQUENCE-NUM(WS-SUB-USED) <
                    WS-EXPECTED-SEQUENCE
                     MOVE 'SEQUENCE NUMBER REPEATED' TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     GO TO 2500-EXIT
                 END-IF.
                 IF WS-SB-SEQUENCE-NUM(WS-SUB-USED) >
                    WS-EXPECTED-SEQUENCE
                     MOVE 'SEQUENCE NUMBER SKIPPED' TO WS-NEW-REASON
                     PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                     GO TO 2500-EXIT
                 END-IF.
                 IF WS-SEQ-IX = 0
                     IF WS-SEQ-USED NOT < 50
                         MOVE 'SEQUENCE TABLE FULL' TO WS-NEW-REASON
                         PERFORM 2400-REFUSE-SUBMISSION THRU 2400-EXIT
                         GO TO 2500-EXIT
                     END-IF
                     ADD 1 TO WS-SEQ-USED
                     MOVE WS-SEQ-USED TO WS-SEQ-IX
                     MOVE WS-SB-DEPT-ID(WS-SUB-USED)
                         TO WS-SQ-DEPT-ID(WS-SEQ-IX)
                 END-IF.
                 MOVE WS-SB-SEQUENCE-NUM(WS-SUB-USED)
                     TO WS-SQ-LAST-SEQUENCE(WS-SEQ-IX).
                 MOVE WS-SB-FILE-DATE(WS-SUB-USED)
                     TO WS-SQ-LAST-FILE-DATE(WS-SEQ-IX).
                 MOVE WS-TODAY TO WS-SQ-LAST-RUN-DATE(WS-SEQ-IX).
                 MOVE 'A' TO WS-SB-STATUS(WS-SUB-USED).
       2500-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 2600-FIND-DEPARTMENT                                      *
      * LOOKS THE CURRENT SUBMISSION'S DEPARTMENT UP IN THE      *
      * SEQUENCE TABLE. WS-SEQ-IX RETURNS THE ENTRY NUMBER, OR   *
      * ZERO FOR A DEPARTMENT THAT HAS NEVER SUBMITTED.          *
      *----------------------------------------------------------*
       2600-FIND-DEPARTMENT.
                 MOVE 0 TO WS-SEQ-IX.
                 MOVE 1 TO WS-SEQ-FIND-IX.
                 PERFORM 2610-MATCH-DEPARTMENT THRU 2610-EXIT
                     UNTIL WS-SEQ-IX > 0
                        OR WS-SEQ-FIND-IX > WS-SEQ-USED.
       2600-EXIT.
                 EXIT.

       2610-MATCH-DEPARTMENT.
                 IF WS-SQ-DEPT-ID(WS-SEQ-FIND-IX) =
                    WS-SB-DEPT-ID(WS-SUB-USED)
                     MOVE WS-SEQ-FIND-IX TO WS-SEQ-IX
                 ELSE
                     ADD 1 TO WS-SEQ-FIND-IX
                 END-IF.
       2610-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4000-BUILD-CALCTRAN                                       *
      * WHEN EVERY SUBMISSION WAS ACCEPTED, A SECOND PASS OVER   *
      * CALCIN RELEASES THE DETAIL TO THE SORT, WHICH WRITES     *
      * CALCTRAN IN ACCOUNT ORDER; TRANSACTIONS FOR ONE ACCOUNT  *
      * KEEP THEIR SUBMITTED ORDER. OTHERWISE CALCTRAN IS        *
      * WRITTEN EMPTY, SO NOT EVEN A FORCED SAMPLE RUN CAN       *
      * PROCESS A PARTIAL DAY OR YESTERDAY'S TRANSACTIONS.       *
      *----------------------------------------------------------*
       4000-BUILD-CALCTRAN.
                 MOVE 1 TO WS-SUB-IX.
                 PERFORM 4050-COUNT-OUTCOME THRU 4050-EXIT
                     UNTIL WS-SUB-IX > WS-SUB-USED.
                 IF WS-REFUSED-COUNT > 0 OR WS-TABLE-FULL OR
                    WS-ACCEPTED-COUNT = 0
                     PERFORM 4900-EMPTY-CALCTRAN THRU 4900-EXIT
                     GO TO 4000-EXIT
                 END-IF.
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY SW-ACCOUNT-ID
                     WITH DUPLICATES IN ORDER
                     INPUT PROCEDURE IS 4100-RELEASE-DETAIL
                         THRU 4100-EXIT
                     GIVING CALC-TRANS-FILE.
                 IF SORT-RETURN NOT = 0
                     DISPLAY 'Sort of CALCTRAN failed, return '
                         SORT-RETURN
                     MOVE 'Y' TO WS-SORT-FAILED-SW
                 END-IF.
       4000-EXIT.
                 EXIT.

       4050-COUNT-OUTCOME.
                 IF WS-SB-ACCEPTED(WS-SUB-IX)
                     ADD 1 TO WS-ACCEPTED-COUNT
                 ELSE
                     ADD 1 TO WS-REFUSED-COUNT
                     ADD WS-SB-DETAIL-COUNT(WS-SUB-IX)
                         TO WS-DETAIL-REFUSED
                 END-IF.
                 ADD 1 TO WS-SUB-IX.
       4050-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 4100-RELEASE-DETAIL                                       *
      * SORT INPUT PROCEDURE: RE-READS CALCIN AND RELEASES EACH  *
      * DETAIL RECORD'S TRANSACTION, FOLLOWING THE SUBMISSIONS   *
      * BY THEIR HEADERS AS THE FIRST PASS DID.                  *
      *----------------------------------------------------------*
       4100-RELEASE-DETAIL.
                 MOVE 'N' TO WS-END-OF-FILE-SW.
                 MOVE 0 TO WS-SUB-IX.
                 OPEN INPUT CALC-INBOUND-FILE.
                 IF NOT WS-INBOUND-OK
                     DISPLAY 'Unable to reopen CALC-INBOUND-FILE, '
                         'status ' WS-INBOUND-STATUS
                     MOVE 'Y' TO WS-SORT-FAILED-SW
                     GO TO 4100-EXIT
                 END-IF.
                 PERFORM 2100-READ-INBOUND THRU 2100-EXIT.
                 PERFORM 4200-RELEASE-RECORD THRU 4200-EXIT
                     UNTIL WS-END-OF-FILE.
                 CLOSE CALC-INBOUND-FILE.
       4100-EXIT.
                 EXIT.

       4200-RELEASE-RECORD.
                 IF IN-HEADER
                     ADD 1 TO WS-SUB-IX
                 END-IF.
                 IF IN-DETAIL AND WS-SUB-IX > 0
                     IF WS-SB-ACCEPTED(WS-SUB-IX)
                         MOVE IN-DETAIL-IMAGE TO SORT-WORK-RECORD
                         RELEASE SORT-WORK-RECORD
                         ADD 1 TO WS-DETAIL-RELEASED
                     END-IF
                 END-IF.
                 PERFORM 2100-READ-INBOUND THRU 2100-EXIT.
       4200-EXIT.
                 EXIT.

       4900-EMPTY-CALCTRAN.
                 OPEN OUTPUT CALC-TRANS-FILE.
                 IF NOT WS-CALC-TRANS-OK
                     DISPLAY 'Unable to open CALC-TRANS-FILE, '
                         'status ' WS-CALC-TRANS-STATUS
                     GO TO 4900-EXIT
                 END-IF.
                 CLOSE CALC-TRANS-FILE.
       4900-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 5000-WRITE-CONTROL-REPORT                                 *
      * ONE LINE PER SUBMISSION, ACCEPTED OR REFUSED WITH ITS    *
      * REASON, THEN THE RUN'S COUNTS AND OUTCOME.               *
      *----------------------------------------------------------*
       5000-WRITE-CONTROL-REPORT.
                 WRITE EDIT-REPORT-RECORD FROM WS-COLUMN-LINE.
                 MOVE 1 TO WS-SUB-IX.
                 PERFORM 5100-WRITE-SUBMISSION-LINE THRU 5100-EXIT
                     UNTIL WS-SUB-IX > WS-SUB-USED.
                 IF WS-SUB-USED = 0
                     MOVE '  (NO SUBMISSIONS ON CALCIN)' TO BL-TEXT
                     WRITE EDIT-REPORT-RECORD FROM WS-BALANCE-LINE
                 END-IF.
                 WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE.
                 MOVE 'SUBMISSIONS ACCEPTED' TO CNT-LABEL.
                 MOVE WS-ACCEPTED-COUNT TO CNT-VALUE.
                 WRITE EDIT-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'SUBMISSIONS REFUSED' TO CNT-LABEL.
                 MOVE WS-REFUSED-COUNT TO CNT-VALUE.
                 WRITE EDIT-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'DETAIL RECORDS READ' TO CNT-LABEL.
                 MOVE WS-DETAIL-READ TO CNT-VALUE.
                 WRITE EDIT-REPORT-RECORD FROM WS-COUNT-LINE.
                 MOVE 'DETAIL RECORDS TO CALCTRAN' TO CNT-LABEL.
                 MOVE WS-DETAIL-RELEASED TO CNT-VALUE.
                 WRITE EDIT-REPORT-RECORD FROM WS-COUNT-LINE.
                 IF WS-TABLE-FULL
                     MOVE 'TOO MANY SUBMISSIONS - CALCIN REFUSED'
                         TO BL-TEXT
                     WRITE EDIT-REPORT-RECORD FROM WS-BALANCE-LINE
                 END-IF.
                 EVALUATE TRUE
                     WHEN WS-SORT-FAILED
                         MOVE 'SORT FAILED - CALCTRAN NOT USABLE'
                             TO BL-TEXT
                     WHEN WS-REFUSED-COUNT > 0 OR WS-TABLE-FULL
                         MOVE 'CALCIN REFUSED - CALCTRAN LEFT EMPTY'
                             TO BL-TEXT
                     WHEN WS-ACCEPTED-COUNT = 0
                         MOVE 'NOTHING SUBMITTED - CALCTRAN LEFT EMPTY'
                             TO BL-TEXT
                     WHEN OTHER
                         MOVE 'CALCTRAN BUILT IN ACCOUNT ORDER'
                             TO BL-TEXT
                 END-EVALUATE.
                 WRITE EDIT-REPORT-RECORD FROM WS-BALANCE-LINE.
       5000-EXIT.
                 EXIT.

       5100-WRITE-SUBMISSION-LINE.
                 MOVE WS-SB-DEPT-ID(WS-SUB-IX) TO SL-DEPT-ID.
                 MOVE WS-SB-FILE-DATE(WS-SUB-IX) TO SL-FILE-DATE.
                 MOVE WS-SB-SEQUENCE(WS-SUB-IX) TO SL-SEQUENCE.
                 MOVE WS-SB-DETAIL-COUNT(WS-SUB-IX) TO SL-RECORDS.
                 IF WS-SB-ACCEPTED(WS-SUB-IX)
                     MOVE 'ACCEPTED' TO SL-STATUS
                 ELSE
                     MOVE 'REFUSED' TO SL-STATUS
                 END-IF.
                 MOVE WS-SB-REASON(WS-SUB-IX) TO SL-REASON.
                 WRITE EDIT-REPORT-RECORD FROM WS-SUBMISSION-LINE.
                 ADD 1 TO WS-SUB-IX.
       5100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-SEQUENCE-CONTROL                               *
      * WRITES THE UPDATED SEQUENCE CONTROL TO CALCSEQN. THE     *
      * COPY-BACK STEP PUTS IT OVER CALCSEQ ONLY AFTER AN RC=0   *
      * RUN, SO A REFUSED RUN ADVANCES NO DEPARTMENT AND THE     *
      * WHOLE CORRECTED SET IS RESUBMITTED UNDER THE SAME        *
      * NUMBERS.                                                 *
      *----------------------------------------------------------*
       6000-WRITE-SEQUENCE-CONTROL.
                 OPEN OUTPUT NEW-SEQUENCE-FILE.
                 IF NOT WS-NEW-SEQ-OK
                     DISPLAY 'Unable to open NEW-SEQUENCE-FILE, '
                         'status ' WS-NEW-SEQ-STATUS
                     MOVE 'Y' TO WS-SORT-FAILED-SW
                     GO TO 6000-EXIT
                 END-IF.
                 MOVE 1 TO WS-SEQ-IX.
                 PERFORM 6100-WRITE-SEQUENCE THRU 6100-EXIT
                     UNTIL WS-SEQ-IX > WS-SEQ-USED.
                 CLOSE NEW-SEQUENCE-FILE.
       6000-EXIT.
                 EXIT.

       6100-WRITE-SEQUENCE.
                 MOVE WS-SQ-DEPT-ID(WS-SEQ-IX) TO SQL-DEPT-ID.
                 MOVE WS-SQ-LAST-SEQUENCE(WS-SEQ-IX)
                     TO SQL-LAST-SEQUENCE.
                 MOVE WS-SQ-LAST-FILE-DATE(WS-SEQ-IX)
                     TO SQL-LAST-FILE-DATE.
                 MOVE WS-SQ-LAST-RUN-DATE(WS-SEQ-IX)
                     TO SQL-LAST-RUN-DATE.
                 WRITE NEW-SEQUENCE-RECORD FROM WS-SEQ-LINE.
                 ADD 1 TO WS-SEQ-IX.
       6100-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 7400-WRITE-RUN-REGISTER                                   *
      * APPENDS THE RUN'S COMPLETION RECORD TO THE SHARED RUN-   *
      * REGISTER: DATE, TIME, PROGRAM, STEP RETURN CODE, DETAIL  *
      * RECORDS READ, WRITTEN TO CALCTRAN AND REFUSED. GATEKEEP  *
      * READS THIS TO HOLD SAMPLE UNTIL TODAY'S EDIT ENDS RC=0.  *
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
                 MOVE 'CALCEDIT' TO RR-PROGRAM.
                 MOVE RETURN-CODE TO RR-RC.
                 MOVE WS-DETAIL-READ TO RR-READ.
                 MOVE WS-DETAIL-RELEASED TO RR-WRITTEN.
                 MOVE WS-DETAIL-REFUSED TO RR-REJECTED.
                 WRITE RUN-REGISTER-RECORD.
                 CLOSE RUN-REGISTER-FILE.
       7400-EXIT.
                 EXIT.

      *----------------------------------------------------------*
      * 8000-WRAP-UP                                              *
      * CLOSES THE REPORT AND SETS THE STEP RETURN CODE: 0 WHEN  *
      * EVERY SUBMISSION WAS ACCEPTED AND CALCTRAN WAS BUILT, 8  *
      * ON ANY REFUSAL, AN EMPTY CALCIN OR A FAILED BUILD.       *
      *----------------------------------------------------------*
       8000-WRAP-UP.
                 CLOSE EDIT-REPORT-FILE.
                 IF WS-REFUSED-COUNT > 0 OR WS-TABLE-FULL OR
                    WS-ACCEPTED-COUNT = 0 OR WS-SORT-FAILED
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE 0 TO RETURN-CODE
                     DISPLAY 'CALCTRAN built: ' WS-DETAIL-RELEASED
                         ' transactions from ' WS-ACCEPTED-COUNT
                         ' submissions'
                 END-IF.
       8000-EXIT.
                 EXIT.

       END PROGRAM CALCEDIT.
