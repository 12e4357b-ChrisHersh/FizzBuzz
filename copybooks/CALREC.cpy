      *****************************************************
      * CALREC - one entry on the business processing
      * calendar (PROD.FIZZBUZZ.CALENDAR), maintained by
      * CALMAINT from CALTRAN transactions and kept in date
      * order. The calendar lists only the days that differ
      * from the standing rule - Monday to Friday are
      * processing days, Saturday and Sunday are not:
      *   CAL-PROCESSING-FLAG 'N' - a holiday or other
      *     non-processing weekday (no daily run expected).
      *   CAL-PROCESSING-FLAG 'Y' - a weekend day the business
      *     has declared a processing day.
      * A date with no entry follows the standing rule, so a
      * missing or empty calendar means weekdays only.
      *
      * Read by COBOL (which refuses to run on a
      * non-processing day unless CTL-CALENDAR-OVERRIDE is
      * set), FIZZACK (which ages pending acks in processing
      * days), FIZZTRND (which tells an expected non-run day
      * from a missed run) and RULEMAINT (which warns when a
      * rule takes effect on a non-processing day).
      *****************************************************
       01 CALENDAR-RECORD.
           05 CAL-DATE                PIC 9(8).
           05 CAL-PROCESSING-FLAG     PIC X(1).
               88 CAL-IS-PROCESSING   VALUE 'Y'.
               88 CAL-IS-NON-PROCESSING VALUE 'N'.
           05 CAL-DESCRIPTION         PIC X(30).
           05 FILLER                  PIC X(41).
