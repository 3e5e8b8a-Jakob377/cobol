      *----------------------------------------------------------*
      * LOGREC                                                    *
      * RECORD LAYOUT FOR THE SHARED AUDIT-LOG FILE WRITTEN BY    *
      * SAMPLE, CONVERTER, USERADM, USERSWEEP, ACCTADM,           *
      * SENSORADM, ZONEADM, TEMPNOTE, WOCOMP, RDHEXT AND          *
      * RDHPURGE, AND READ BY LOGVRFY, LOGARCH, LOGRPT, CALCRECON *
      * AND SECEXCP. COPY INTO FILE SECTION.                      *
      *                                                           *
      * LOG-RUN-ID (THE WRITING RUN'S START DATE AND TIME) AND    *
      * LOG-SEQ (ASCENDING FROM 1 WITHIN THE RUN) MAKE THE LOG    *
