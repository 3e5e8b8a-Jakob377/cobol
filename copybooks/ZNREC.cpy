      *----------------------------------------------------------*
      * ZNREC                                                    *
      * RECORD LAYOUT FOR THE KEYED ZONE MASTER. ONE RECORD PER  *
      * ZONE (A ROOM, FLOOR OR WING), NAMING THE BUILDING IT IS  *
      * IN AND THE BASE TEMPERATURE ITS HEATING AND COOLING      *
      * DEGREE-DAYS ARE MEASURED FROM, IN THE SAME UNITS AS THE  *
      * TEMPHIST HISTORY. SENSORS POINT AT THEIR ZONE THROUGH    *
      * SM-ZONE-ID ON THE SENSOR MASTER. COPY INTO FILE SECTION. *
      *----------------------------------------------------------*
       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-RECORD.
           05  ZN-ZONE-ID              PIC X(08).
           05  ZN-ZONE-NAME            PIC X(20).
           05  ZN-BUILDING-ID          PIC X(08).
           05  ZN-BASE-TEMP            PIC S9(3)V9(3).
