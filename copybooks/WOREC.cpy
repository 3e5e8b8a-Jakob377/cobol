      *----------------------------------------------------------*
      * WOREC                                                    *
      * RECORD LAYOUT FOR THE KEYED OPEN WORK-ORDER FILE. ONE    *
      * RECORD PER SENSOR AND REASON WITH A WORK ORDER STILL     *
      * OUT WITH FACILITIES. SENHEALTH WRITES IT WHEN IT RAISES  *
      * THE ORDER AND STAMPS OW-LAST-SEEN EACH LATER RUN THAT    *
      * STILL FINDS THE FAULT; WOCOMP DELETES IT WHEN FACILITIES *
      * REPORT THE ORDER COMPLETE. COPY INTO FILE SECTION.       *
      *----------------------------------------------------------*
       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD.
           05  OW-ORDER-KEY.
               10  OW-SENSOR-ID        PIC X(08).
               10  OW-REASON           PIC X(08).
           05  OW-ORDER-NO             PIC X(15).
           05  OW-OPEN-DATE            PIC X(08).
           05  OW-LOCATION             PIC X(20).
           05  OW-DETAIL               PIC X(36).
           05  OW-LAST-SEEN            PIC X(08).
           05  OW-TIMES-FOUND          PIC 9(05).
