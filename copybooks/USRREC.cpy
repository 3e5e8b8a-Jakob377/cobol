      *----------------------------------------------------------*
      * USRREC                                                   *
      * RECORD LAYOUT FOR THE USER ACCOUNT FILE SHARED BY        *
      * SAMPLE, USERADM, USERSWEEP AND ACCREVW. COPY INTO FILE   *
      * SECTION.                                                 *
      *                                                          *
      * USR-PWD-CHANGED AND USR-LAST-LOGIN (YYYYMMDD) DRIVE THE  *
      * PASSWORD-AGE CHECK IN SAMPLE'S LOGIN AND THE DORMANT-    *
      * DATES EXISTED CARRY SPACES THERE; BOTH PROGRAMS STAMP    *
      * THE CURRENT DATE ON FIRST TOUCH SO THE AGING CLOCKS      *
      * START RATHER THAN LOCKING EVERY ACCOUNT OUT AT ONCE.     *
      *                                                          *
      * USR-ROLE IS SET BY USERADM AND SHOWN ON THE ACCREVW      *
      * ACCESS REVIEW. RECORDS WRITTEN BEFORE THE ROLE EXISTED   *
      * CARRY A SPACE THERE AND ARE TREATED AS OPERATORS.        *
      *----------------------------------------------------------*
       FD  USER-FILE.
       01  USER-RECORD.
               88  USR-DISABLED        VALUE 'D'.
           05  USR-PWD-CHANGED         PIC X(08).
           05  USR-LAST-LOGIN          PIC X(08).
           05  USR-ROLE                PIC X(01).
               88  USR-OPERATOR        VALUE 'O' SPACE.
               88  USR-SUPERVISOR      VALUE 'S'.
               88  USR-ADMIN           VALUE 'A'.
