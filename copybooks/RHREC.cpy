      *----------------------------------------------------------*
      * RHREC                                                    *
      * RECORD LAYOUT FOR THE KEYED READING HISTORY FILE. ONE    *
      * RECORD PER READING CONVERTER HAS ACCEPTED, KEYED BY      *
      * SENSOR AND TR-TIMESTAMP: THE RAW READING AND ITS UNIT    *
      * FLAG, THE CALIBRATION OFFSET APPLIED, THE CALIBRATED     *
      * VALUE, THAT VALUE IN ALL THREE UNITS, AND THE TEMPTHR    *
      * LIMIT BREACHED (L/H, SPACE FOR NONE) WITH RH-ALERT SET   *
      * TO 'Y' WHEN THE READING WROTE A TEMPALRT ALERT.          *
      * RH-RUN-DATE IS THE DATE OF THE CONVERTER RUN THAT        *
      * ACCEPTED IT. COPY INTO FILE SECTION.                     *
      *----------------------------------------------------------*
       FD  READING-HISTORY-FILE.
       01  READING-HISTORY-RECORD.
           05  RH-READING-KEY.
               10  RH-SENSOR-ID        PIC X(08).
               10  RH-TIMESTAMP        PIC X(14).
           05  RH-UNIT-FLAG            PIC 9(01).
           05  RH-RAW-VALUE            PIC S9(3)V9(3).
           05  RH-CAL-OFFSET           PIC S9(3)V9(3).
           05  RH-CALIBRATED           PIC S9(3)V9(3).
           05  RH-CELSIUS              PIC S9(4)V9(3).
           05  RH-FAHRENHEIT           PIC S9(4)V9(3).
           05  RH-KELVIN               PIC S9(4)V9(3).
           05  RH-BREACH               PIC X(01).
           05  RH-ALERT                PIC X(01).
           05  RH-RUN-DATE             PIC X(08).
