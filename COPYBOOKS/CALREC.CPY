      *================================================================
      * CALREC.CPY
      *
      * Record layout of the business-day calendar master (CALENDAR),
      * one record per day that is NOT a normal business day: a
      * weekend, a national holiday, a bank holiday or a plant
      * shutdown day. A weekday with no record is a business day;
      * Saturday and Sunday never are, whether or not the year's
      * weekend records have been generated yet. The master is kept
      * in date order by C03CLMNT, which also generates a year's
      * weekends in one pass.
      *
      * Which days count depends on what is being counted: the FX
      * rate programs (C03FXMNT, C03FXLD, C03EX03K) skip the days the
      * market is closed (CAL-MARKET-CLOSED - a plant shutdown day
      * still has a published rate), while the operational programs
      * (C03EODVA, C03DWAK) treat every day in the master as a
      * non-business day.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  CALENDAR-RECORD.
           05  CAL-DATE            PIC X(08).
           05  CAL-TYPE            PIC X(01).
               88  CAL-WEEKEND         VALUE "W".
               88  CAL-NATIONAL        VALUE "N".
               88  CAL-BANK            VALUE "B".
               88  CAL-SHUTDOWN        VALUE "P".
               88  CAL-VALID-TYPE      VALUE "W" "N" "B" "P".
               88  CAL-MARKET-CLOSED   VALUE "W" "N" "B".
           05  CAL-DESCRIPTION     PIC X(30).
