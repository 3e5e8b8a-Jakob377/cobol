      *----------------------------------------------------------*
      * STREC                                                    *
      * RECORD LAYOUT FOR THE SENSTRAN SENSOR MASTER             *
      * MAINTENANCE TRANSACTIONS. A CHANGE ALWAYS CARRIES THE    *
      * CALIBRATION OFFSET; A BLANK ST-LOCATION, A BLANK VALID   *
      * RANGE (ST-MIN-VALID AND ST-MAX-VALID BOTH SPACES) OR A   *
      * BLANK ST-ZONE-ID KEEPS THE SENSOR'S CURRENT VALUE. COPY  *
      * INTO FILE SECTION.                                       *
      *----------------------------------------------------------*
       FD  SENSOR-TRANS-FILE.
       01  SENSOR-TRANS-RECORD.
           05  ST-ACTION               PIC X(01).
               88  ST-ADD              VALUE 'A'.
               88  ST-CHANGE           VALUE 'C'.
               88  ST-RETIRE           VALUE 'R'.
           05  ST-SENSOR-ID            PIC X(08).
           05  ST-LOCATION             PIC X(20).
           05  ST-CAL-OFFSET           PIC S9(3)V9(3).
           05  ST-MIN-VALID            PIC S9(3)V9(3).
           05  ST-MIN-VALID-X REDEFINES ST-MIN-VALID
                                       PIC X(06).
           05  ST-MAX-VALID            PIC S9(3)V9(3).
           05  ST-MAX-VALID-X REDEFINES ST-MAX-VALID
                                       PIC X(06).
           05  ST-ZONE-ID              PIC X(08).
