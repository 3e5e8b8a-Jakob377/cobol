      *----------------------------------------------------------*
      * SENREC                                                   *
      * RECORD LAYOUT FOR THE SENSOR MASTER FILE SHARED BY THE   *
      * TEMPERATURE SUITE (CONVERTER, TEMPNOTE, SENSORADM,       *
      * SENHEALTH, TEMPTREND, SENLOAD, ZONEADM, DEGDAYS,         *
      * WOCOMP). KEY IS SM-SENSOR-ID. SM-ZONE-ID ASSIGNS THE     *
      * SENSOR TO A ZONE ON THE ZONEMAST ZONE MASTER; SPACES     *
      * MEANS UNASSIGNED. COPY INTO FILE SECTION.                *
      *----------------------------------------------------------*
       FD  SENSOR-MASTER-FILE.
       01  SENSOR-MASTER-RECORD.
           05  SM-CAL-OFFSET           PIC S9(3)V9(3).
           05  SM-MIN-VALID            PIC S9(3)V9(3).
           05  SM-MAX-VALID            PIC S9(3)V9(3).
           05  SM-ZONE-ID              PIC X(08).
