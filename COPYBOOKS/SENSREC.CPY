      *================================================================
      * SENSREC.CPY
      *
      * Record layout of the temperature sensor master (SENSMAST),
      * one record per probe (TI-SENSOR-ID). Carries the valid
      * reading range and calibration offset the C03EX3A batch
      * applies to each reading (in the unit of the run direction),
      * and the interval the probe is expected to report at, in
      * minutes. The excursion and compliance report (C03SNEXC)
      * treats a silence longer than SM-EXPECT-INTERVAL as a
      * reporting gap; zero means the report default applies.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version, taken out of the C03EX3A
      *                   FD with the expected reporting interval
      *                   appended.
      *================================================================
       01  SENS-MAST-RECORD.
           05  SM-SENSOR-ID        PIC X(08).
           05  SM-MIN-READING      PIC S9(3)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SM-MAX-READING      PIC S9(3)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SM-CAL-OFFSET       PIC S9(2)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SM-EXPECT-INTERVAL  PIC 9(04).
