      *----------------------------------------------------------------
      * CALREC
      *
      * Business calendar record, one per date. CALENDAR.DAT is a
      * VSAM KSDS keyed on CAL-DATE, loaded a year at a time by
      * CALMNT from the weekday rule and the year's holiday cards;
      * no other program writes it. The batch jobs read it at random
      * to prove a run date is a business day, to find the next
      * business day after the last processed run, and to count
      * retention and aging in business days rather than calendar
      * days.
      *
      * CAL-DAY-OF-WEEK runs 1 = Monday through 7 = Sunday. A
      * weekend date is a business day only when a card makes it
      * one (a worked Saturday); a weekday is one unless a card
      * makes it a holiday. CAL-MONTH-END marks the last business
      * day of its month, and CAL-QUARTER-END the last business day
      * of March, June, September, and December. A date missing
      * from the file is a year nobody has loaded - the jobs stop
      * rather than guess.
      *----------------------------------------------------------------
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC X(08).
           05  CAL-DAY-OF-WEEK             PIC 9(01).
           05  CAL-DAY-TYPE                PIC X(01).
               88  CAL-BUSINESS-DAY        VALUE "B".
               88  CAL-WEEKEND             VALUE "W".
               88  CAL-HOLIDAY             VALUE "H".
           05  CAL-MONTH-END-FLAG          PIC X(01).
               88  CAL-MONTH-END           VALUE "Y".
           05  CAL-QUARTER-END-FLAG        PIC X(01).
               88  CAL-QUARTER-END         VALUE "Y".
           05  CAL-DESCRIPTION             PIC X(30).
           05  CAL-LAST-MAINT-DATE         PIC X(08).
           05  CAL-FILLER                  PIC X(10).
