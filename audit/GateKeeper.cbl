      *                PICKING UP UNDEFINED STORAGE PAST THE     *
      *                PARM COULD MAKE THE TARGET MATCH NOTHING  *
      *                AND SILENTLY CLEAR EVERY RUN.             *
      * 2026-10-15 JB  SAMPLE NOW NEEDS TODAY'S CALCEDIT PRE-EDIT *
      *                WITH RETURN CODE ZERO, SO SAMPCALC IS HELD *
      *                WHEN ANY DEPARTMENT'S SUBMISSION WAS       *
      *                REFUSED AND CALCTRAN WAS NOT BUILT.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * THE PARM CARRIES THE PROGRAM THE JOB IS ABOUT TO RUN.    *
      * THE PREREQUISITE RULES LIVE HERE: SAMPLE NEEDS TODAY'S   *
      * CALCEDIT WITH RETURN CODE ZERO SO IT NEVER READS A       *
      * CALCTRAN THAT FAILED ITS HEADER/TRAILER EDIT, CALCRECON  *
      * NEEDS TODAY'S SAMPLE RUN ON THE REGISTER, AND LOGARCH    *
      * NEEDS TODAY'S CALCRECON WITH RETURN CODE ZERO SO THE LOG *
      * IS NEVER SPLIT UNDER AN UNRECONCILED RUN.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
                 MOVE 'N' TO WS-TARGET-DONE-SW.
                         TO WS-TARGET-PROGRAM
                 END-IF.
                 EVALUATE WS-TARGET-PROGRAM
                     WHEN 'SAMPLE'
                         MOVE 'CALCEDIT' TO WS-PREREQ-PROGRAM
                         MOVE 'Y' TO WS-PREREQ-CLEAN-SW
                     WHEN 'CALCRECON'
                         MOVE 'SAMPLE' TO WS-PREREQ-PROGRAM
                     WHEN 'LOGARCH'
