      *----------------------------------------------------------*
      * LOGSEL                                                    *
      * FILE-CONTROL ENTRY FOR THE SHARED AUDIT-LOG FILE; SEE     *
      * LOGREC FOR THE PROGRAMS THAT WRITE AND READ IT. COPY INTO *
      * FILE-CONTROL.                                             *
      *----------------------------------------------------------*
           SELECT LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
