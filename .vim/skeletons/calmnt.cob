      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Business calendar maintenance. Loads or lists one year of
      * CALENDAR.DAT - the keyed calendar the batch jobs check run
      * dates against and count retention and aging by.
      *
      *   LOAD - builds every date of the year: Monday to Friday are
      *          business days, Saturday and Sunday are weekend days.
      *          The year's cards on CALHOL.DAT then override single
      *          dates - type H (or blank) makes the date a holiday,
      *          type B makes a weekend date a worked business day -
      *          each with its description. The last business day of
      *          every month is flagged month-end, and of March,
      *          June, September, and December quarter-end. Dates
      *          already on file are replaced, so correcting a card
      *          and loading again is the whole maintenance cycle.
      *          The year is then listed from the file.
      *   LIST - lists the year as it stands on the file.
      *
      * Cards for other years are skipped, so one CALHOL.DAT can
      * carry several years. A card with a bad date or type, a
      * second card for a date, or a B card for a weekday is
      * rejected and listed, and the date keeps the weekday rule.
      *
      * LS-RUN-DATE is the maintenance date stamped on every date
      * loaded, or all blanks for today. LS-CAL-YEAR is the year,
      * blank for the maintenance date's year. LS-CAL-ACTION is
      * LOAD or LIST, blank for LIST. If CALENDAR.DAT does not yet
      * exist, the first LOAD creates it.
      *
      * RETURN-CODE 4 means a card was rejected or the year listed
      * has no dates on file; 8 is a bad PARM or an I-O error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CARD-FILE
               ASSIGN TO "CALHOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-CARD-STATUS.

      *    Dynamic: the load reads and writes at random by date, and
      *    the listing starts at the year's first date and reads on.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CALLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CARD-FILE.
       01  HOLIDAY-CARD-RECORD.
           05  CH-DATE                     PIC X(08).
           05  CH-DAY-TYPE                 PIC X(01).
               88  CH-HOLIDAY              VALUES "H" " ".
               88  CH-WORKED-DAY           VALUE "B".
           05  CH-DESCRIPTION              PIC X(30).
           05  CH-FILLER                   PIC X(41).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-HOLIDAY-CARD-STATUS      PIC X(02).
               88  WS-HOLIDAY-CARD-OK      VALUE "00".
               88  WS-HOLIDAY-CARD-ABSENT  VALUE "35".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".
               88  WS-CALENDAR-ABSENT      VALUE "35".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-CARD-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-CARD-EOF                 VALUE "Y".
       01  WS-CALENDAR-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CALENDAR-EOF             VALUE "Y".

       01  WS-MAINT-DATE                   PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

       01  WS-CAL-YEAR-X                   PIC X(04) VALUE SPACES.
       01  WS-CAL-YEAR REDEFINES WS-CAL-YEAR-X
                                           PIC 9(04).
       01  WS-CAL-ACTION                   PIC X(04) VALUE "LIST".
           88  WS-ACTION-LOAD              VALUE "LOAD".
           88  WS-ACTION-LIST              VALUE "LIST".

      *----------------------------------------------------------------
      * Date work areas. A card's date is proven the way MSTINV
      * proves a maintenance date: range checks, then a round trip
      * through INTEGER-OF-DATE and DATE-OF-INTEGER. The year's
      * first and last dates as day integers bound the build.
      *----------------------------------------------------------------
       01  WS-DATE-WORK-NUM                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
       01  WS-DATE-WORK-MDY REDEFINES WS-DATE-WORK-NUM.
           05  WS-DW-YEAR                  PIC 9(04).
           05  WS-DW-MONTH                 PIC 9(02).
           05  WS-DW-DAY                   PIC 9(02).
       01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
       01  WS-ROUND-TRIP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-YEAR-START-INTEGER           PIC 9(08) VALUE ZERO.
       01  WS-YEAR-END-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-DAY-INTEGER                  PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Day of the week off the day integer: day 1 of the integer
      * calendar, 1601-01-01, was a Monday, so (integer - 1)
      * remainder 7 runs 0 = Monday through 6 = Sunday.
      *----------------------------------------------------------------
       01  WS-WEEKDAY-QUOTIENT             PIC 9(08) VALUE ZERO.
       01  WS-WEEKDAY                      PIC 9(01) VALUE ZERO.
           88  WS-WEEKDAY-BUSINESS         VALUES 0 THRU 4.
       01  WS-DAY-NAME-VALUES              PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * The year being loaded, built whole in storage first - the
      * month-end flag needs to see past the date being built, and
      * nothing reaches the file until every card has been applied.
      * Entry 1 is 1 January; a card's entry is its day integer less
      * the year's first, plus one. WS-YT-CARDED is set once a card
      * has claimed the date, so a second card for it is refused.
      *----------------------------------------------------------------
       01  WS-YEAR-TABLE.
           05  WS-YT-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-YT-ENTRY                 OCCURS 366 TIMES.
               10  WS-YT-DATE              PIC X(08).
               10  WS-YT-DAY-OF-WEEK       PIC 9(01).
               10  WS-YT-DAY-TYPE          PIC X(01).
               10  WS-YT-MONTH-END-FLAG    PIC X(01).
               10  WS-YT-QUARTER-END-FLAG  PIC X(01).
               10  WS-YT-DESCRIPTION       PIC X(30).
               10  WS-YT-CARDED-SW         PIC X(01).
                   88  WS-YT-CARDED        VALUE "Y".
       77  WS-YT-SUB                       PIC 9(03) VALUE ZERO.
       01  WS-FLAGGED-MONTH                PIC X(02) VALUE SPACES.
           88  WS-QUARTER-MONTH            VALUES "03" "06" "09" "12".

       01  WS-CARD-MESSAGE                 PIC X(30) VALUE SPACES.

       01  WS-MAINT-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) VALUE ZERO.
           05  WS-CARDS-APPLIED            PIC 9(09) VALUE ZERO.
           05  WS-CARDS-OTHER-YEAR         PIC 9(09) VALUE ZERO.
           05  WS-CARDS-REJECTED           PIC 9(09) VALUE ZERO.
           05  WS-DAYS-ADDED               PIC 9(09) VALUE ZERO.
           05  WS-DAYS-REPLACED            PIC 9(09) VALUE ZERO.
           05  WS-DAYS-LISTED              PIC 9(09) VALUE ZERO.
           05  WS-BUSINESS-DAYS            PIC 9(09) VALUE ZERO.
           05  WS-WEEKEND-DAYS             PIC 9(09) VALUE ZERO.
           05  WS-HOLIDAYS                 PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * Report pagination. A new page every WS-LINES-PER-PAGE detail
      * lines, with the standard headings repeated; the column
      * headings only once the day listing has begun.
      *----------------------------------------------------------------
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(02) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.
       01  WS-DAY-LISTING-SW               PIC X(01) VALUE "N".
           88  WS-DAY-LISTING              VALUE "Y".

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "BUSINESS CALENDAR LISTING".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(06) VALUE "YEAR: ".
           05  WS-RPT-YEAR                 PIC X(04).
           05  FILLER                      PIC X(10) VALUE
                                            "  ACTION: ".
           05  WS-RPT-ACTION               PIC X(04).
           05  FILLER                      PIC X(20) VALUE
                                            "  MAINTENANCE DATE: ".
           05  WS-RPT-MAINT-DATE           PIC X(08).

       01  WS-REPORT-COLUMN-HEADER.
           05  FILLER                      PIC X(10) VALUE "DATE".
           05  FILLER                      PIC X(05) VALUE "DAY".
           05  FILLER                      PIC X(10) VALUE "TYPE".
           05  FILLER                      PIC X(11) VALUE "MONTH-END".
           05  FILLER                      PIC X(09) VALUE "QTR-END".
           05  FILLER                      PIC X(30) VALUE
                                            "DESCRIPTION".

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-DET-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-DAY-NAME         PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-DAY-TYPE         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-MONTH-END        PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-QUARTER-END      PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-DESCRIPTION      PIC X(30).

       01  WS-REPORT-CARD-SECTION-LINE     PIC X(132) VALUE
           "HOLIDAY CARDS REJECTED".

       01  WS-REPORT-CARD-LINE.
           05  FILLER                      PIC X(06) VALUE "CARD: ".
           05  WS-RPT-CARD-DATE            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CARD-DAY-TYPE        PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CARD-DESCRIPTION     PIC X(30).
           05  FILLER                      PIC X(12) VALUE
                                            "  REJECTED: ".
           05  WS-RPT-CARD-MESSAGE         PIC X(30).

       01  WS-REPORT-COUNT-LINE.
           05  WS-RPT-COUNT-CAPTION        PIC X(30).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO DATES ON FILE FOR THE YEAR - LOAD IT FIRST ***".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-CAL-YEAR             PIC X(04).
               10  LS-CAL-ACTION           PIC X(04).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-ACTION-LOAD
               PERFORM 2000-BUILD-YEAR
               PERFORM 3000-APPLY-HOLIDAY-CARDS
               PERFORM 4000-FLAG-PERIOD-ENDS
               PERFORM 5000-WRITE-YEAR
           END-IF

           PERFORM 6000-LIST-YEAR

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 8000-PRINT-TOTALS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Resolves the maintenance date, year, and action, and opens
      * the calendar - I-O for a load, creating it empty when it
      * does not exist yet; input for a listing, which has nothing
      * to show without it.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF LS-RUN-DATE NOT = SPACES
      *        Proved as a card date is, before it is stamped on
      *        the days loaded or lends the load its year.
               MOVE LS-RUN-DATE TO WS-DATE-WORK-X
               IF WS-DATE-WORK-X IS NOT NUMERIC
                       OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                       OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                       OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
                   DISPLAY "MAINTENANCE DATE MUST BE A VALID YYYYMMDD "
                       "DATE OR BLANK"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
                   DISPLAY "MAINTENANCE DATE MUST BE A VALID YYYYMMDD "
                       "DATE OR BLANK"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE LS-RUN-DATE TO WS-MAINT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-MAINT-DATE
           END-IF

      *    The year and action are only real when the PARM was long
      *    enough to carry them.
           MOVE WS-MAINT-DATE (1:4) TO WS-CAL-YEAR-X
           IF LS-PARM-LENGTH >= 12
               IF LS-CAL-YEAR NOT = SPACES
                   MOVE LS-CAL-YEAR TO WS-CAL-YEAR-X
               END-IF
           END-IF
           IF LS-PARM-LENGTH >= 16
               IF LS-CAL-ACTION NOT = SPACES
                   MOVE LS-CAL-ACTION TO WS-CAL-ACTION
               END-IF
           END-IF
           DISPLAY "CALENDAR MAINTENANCE - YEAR: " WS-CAL-YEAR-X
               " ACTION: " WS-CAL-ACTION " DATE: " WS-MAINT-DATE

           IF WS-CAL-YEAR-X IS NOT NUMERIC
               DISPLAY "CALENDAR YEAR MUST BE FOUR DIGITS (YYYY)"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF WS-CAL-YEAR < 1801 OR WS-CAL-YEAR > 2999
               DISPLAY "CALENDAR YEAR " WS-CAL-YEAR-X
                   " IS OUT OF RANGE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-ACTION-LOAD AND NOT WS-ACTION-LIST
               DISPLAY "CALENDAR ACTION MUST BE LOAD OR LIST"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           MOVE WS-CAL-YEAR TO WS-DW-YEAR
           MOVE 01 TO WS-DW-MONTH
           MOVE 01 TO WS-DW-DAY
           COMPUTE WS-YEAR-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           MOVE 12 TO WS-DW-MONTH
           MOVE 31 TO WS-DW-DAY
           COMPUTE WS-YEAR-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)

           IF WS-ACTION-LOAD
               OPEN I-O CALENDAR-FILE
               IF WS-CALENDAR-ABSENT
                   DISPLAY "CALENDAR.DAT NOT FOUND - CREATING IT"
                   OPEN OUTPUT CALENDAR-FILE
                   IF WS-CALENDAR-OK
                       CLOSE CALENDAR-FILE
                   END-IF
                   IF WS-CALENDAR-OK
                       OPEN I-O CALENDAR-FILE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT CALENDAR-FILE
           END-IF
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Builds every date of the year in storage by the weekday
      * rule alone.
      *----------------------------------------------------------------
       2000-BUILD-YEAR.
           PERFORM 2100-BUILD-ONE-DAY
               VARYING WS-DAY-INTEGER FROM WS-YEAR-START-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-YEAR-END-INTEGER.

       2100-BUILD-ONE-DAY.
           ADD 1 TO WS-YT-COUNT
           COMPUTE WS-DATE-WORK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           COMPUTE WS-DATE-INTEGER = WS-DAY-INTEGER - 1
           DIVIDE WS-DATE-INTEGER BY 7
               GIVING WS-WEEKDAY-QUOTIENT REMAINDER WS-WEEKDAY
           MOVE WS-DATE-WORK-X TO WS-YT-DATE (WS-YT-COUNT)
           COMPUTE WS-YT-DAY-OF-WEEK (WS-YT-COUNT) = WS-WEEKDAY + 1
           IF WS-WEEKDAY-BUSINESS
               MOVE "B" TO WS-YT-DAY-TYPE (WS-YT-COUNT)
           ELSE
               MOVE "W" TO WS-YT-DAY-TYPE (WS-YT-COUNT)
           END-IF
           MOVE "N" TO WS-YT-MONTH-END-FLAG (WS-YT-COUNT)
           MOVE "N" TO WS-YT-QUARTER-END-FLAG (WS-YT-COUNT)
           MOVE SPACES TO WS-YT-DESCRIPTION (WS-YT-COUNT)
           MOVE "N" TO WS-YT-CARDED-SW (WS-YT-COUNT).

      *----------------------------------------------------------------
      * Lays the year's holiday cards over the weekday rule. No
      * CALHOL.DAT means a year with no holidays - unusual enough
      * to say so on the console.
      *----------------------------------------------------------------
       3000-APPLY-HOLIDAY-CARDS.
           OPEN INPUT HOLIDAY-CARD-FILE
           IF WS-HOLIDAY-CARD-ABSENT
               DISPLAY "NO CALHOL.DAT - YEAR LOADED WITH NO HOLIDAYS"
           ELSE
               IF NOT WS-HOLIDAY-CARD-OK
                   MOVE "HOLIDAY-CARD" TO WS-ERROR-FILE-ID
                   MOVE WS-HOLIDAY-CARD-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 3100-READ-HOLIDAY-CARD UNTIL WS-CARD-EOF
               CLOSE HOLIDAY-CARD-FILE
               IF NOT WS-HOLIDAY-CARD-OK
                   MOVE "HOLIDAY-CARD" TO WS-ERROR-FILE-ID
                   MOVE WS-HOLIDAY-CARD-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       3100-READ-HOLIDAY-CARD.
           READ HOLIDAY-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   IF NOT WS-HOLIDAY-CARD-OK
                       MOVE "HOLIDAY-CARD" TO WS-ERROR-FILE-ID
                       MOVE WS-HOLIDAY-CARD-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF HOLIDAY-CARD-RECORD NOT = SPACES
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 3200-APPLY-ONE-CARD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One card. The first test it fails rejects it with the reason
      * that goes on the listing; a good card for another year is
      * simply not this load's business.
      *----------------------------------------------------------------
       3200-APPLY-ONE-CARD.
           PERFORM 3210-EDIT-CARD-DATE

           EVALUATE TRUE
               WHEN WS-CARD-MESSAGE NOT = SPACES
                   PERFORM 3300-REJECT-CARD
               WHEN WS-DW-YEAR NOT = WS-CAL-YEAR
                   ADD 1 TO WS-CARDS-OTHER-YEAR
               WHEN NOT CH-HOLIDAY AND NOT CH-WORKED-DAY
                   MOVE "DAY TYPE NOT H OR B" TO WS-CARD-MESSAGE
                   PERFORM 3300-REJECT-CARD
               WHEN WS-YT-CARDED (WS-YT-SUB)
                   MOVE "DATE ALREADY ON EARLIER CARD"
                       TO WS-CARD-MESSAGE
                   PERFORM 3300-REJECT-CARD
               WHEN CH-WORKED-DAY
                       AND WS-YT-DAY-OF-WEEK (WS-YT-SUB) < 6
                   MOVE "TYPE B IS FOR A WEEKEND DATE"
                       TO WS-CARD-MESSAGE
                   PERFORM 3300-REJECT-CARD
               WHEN OTHER
                   ADD 1 TO WS-CARDS-APPLIED
                   SET WS-YT-CARDED (WS-YT-SUB) TO TRUE
                   MOVE CH-DESCRIPTION TO WS-YT-DESCRIPTION (WS-YT-SUB)
                   IF CH-WORKED-DAY
                       MOVE "B" TO WS-YT-DAY-TYPE (WS-YT-SUB)
                   ELSE
                       MOVE "H" TO WS-YT-DAY-TYPE (WS-YT-SUB)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * The card's date must be a real YYYYMMDD: after the range
      * checks keep garbage away from the functions, it must round
      * trip through INTEGER-OF-DATE and DATE-OF-INTEGER unchanged.
      * A date in the year being loaded also gets its table entry.
      *----------------------------------------------------------------
       3210-EDIT-CARD-DATE.
           MOVE SPACES TO WS-CARD-MESSAGE
           MOVE CH-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NUMERIC
                   AND WS-DW-YEAR > 1800 AND WS-DW-YEAR < 3000
                   AND WS-DW-MONTH >= 01 AND WS-DW-MONTH <= 12
                   AND WS-DW-DAY >= 01 AND WS-DW-DAY <= 31
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
                   MOVE "DATE NOT A VALID YYYYMMDD" TO WS-CARD-MESSAGE
               END-IF
           ELSE
               MOVE "DATE NOT A VALID YYYYMMDD" TO WS-CARD-MESSAGE
           END-IF

           IF WS-CARD-MESSAGE = SPACES AND WS-DW-YEAR = WS-CAL-YEAR
               COMPUTE WS-YT-SUB =
                   WS-DATE-INTEGER - WS-YEAR-START-INTEGER + 1
           END-IF.

       3300-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY "CALHOL CARD " CH-DATE " REJECTED - "
               WS-CARD-MESSAGE
           IF WS-CARDS-REJECTED = 1
               PERFORM 7100-PRINT-PAGE-HEADINGS
               WRITE REPORT-LINE FROM WS-REPORT-CARD-SECTION-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           MOVE CH-DATE TO WS-RPT-CARD-DATE
           MOVE CH-DAY-TYPE TO WS-RPT-CARD-DAY-TYPE
           MOVE CH-DESCRIPTION TO WS-RPT-CARD-DESCRIPTION
           MOVE WS-CARD-MESSAGE TO WS-RPT-CARD-MESSAGE
           WRITE REPORT-LINE FROM WS-REPORT-CARD-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Flags the period ends, working back from 31 December: the
      * first business day met in each month on the way back is
      * that month's last.
      *----------------------------------------------------------------
       4000-FLAG-PERIOD-ENDS.
           MOVE SPACES TO WS-FLAGGED-MONTH
           PERFORM 4100-FLAG-ONE-DAY
               VARYING WS-YT-SUB FROM WS-YT-COUNT BY -1
               UNTIL WS-YT-SUB < 1.

       4100-FLAG-ONE-DAY.
           IF WS-YT-DAY-TYPE (WS-YT-SUB) = "B"
                   AND WS-YT-DATE (WS-YT-SUB) (5:2)
                       NOT = WS-FLAGGED-MONTH
               MOVE WS-YT-DATE (WS-YT-SUB) (5:2) TO WS-FLAGGED-MONTH
               MOVE "Y" TO WS-YT-MONTH-END-FLAG (WS-YT-SUB)
               IF WS-QUARTER-MONTH
                   MOVE "Y" TO WS-YT-QUARTER-END-FLAG (WS-YT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Puts the built year on file, adding dates not there yet and
      * replacing the ones that are.
      *----------------------------------------------------------------
       5000-WRITE-YEAR.
           PERFORM 5100-WRITE-ONE-DAY
               VARYING WS-YT-SUB FROM 1 BY 1
               UNTIL WS-YT-SUB > WS-YT-COUNT.

       5100-WRITE-ONE-DAY.
           MOVE WS-YT-DATE (WS-YT-SUB) TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM 5200-BUILD-CALENDAR-RECORD
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-DAYS-ADDED
               NOT INVALID KEY
                   PERFORM 5200-BUILD-CALENDAR-RECORD
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-DAYS-REPLACED
           END-READ
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       5200-BUILD-CALENDAR-RECORD.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-YT-DATE (WS-YT-SUB) TO CAL-DATE
           MOVE WS-YT-DAY-OF-WEEK (WS-YT-SUB) TO CAL-DAY-OF-WEEK
           MOVE WS-YT-DAY-TYPE (WS-YT-SUB) TO CAL-DAY-TYPE
           MOVE WS-YT-MONTH-END-FLAG (WS-YT-SUB) TO CAL-MONTH-END-FLAG
           MOVE WS-YT-QUARTER-END-FLAG (WS-YT-SUB)
               TO CAL-QUARTER-END-FLAG
           MOVE WS-YT-DESCRIPTION (WS-YT-SUB) TO CAL-DESCRIPTION
           MOVE WS-MAINT-DATE TO CAL-LAST-MAINT-DATE.

      *----------------------------------------------------------------
      * Lists the year from the file, not from storage, so a load's
      * listing proves what the jobs will actually read.
      *----------------------------------------------------------------
       6000-LIST-YEAR.
           SET WS-DAY-LISTING TO TRUE
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-CAL-YEAR-X TO CAL-DATE (1:4)
           MOVE "0101" TO CAL-DATE (5:4)
           START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
               INVALID KEY
                   SET WS-CALENDAR-EOF TO TRUE
           END-START
           IF NOT WS-CALENDAR-OK AND NOT WS-CALENDAR-NOT-FOUND
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 6100-LIST-ONE-DAY UNTIL WS-CALENDAR-EOF

           IF WS-DAYS-LISTED = ZERO
               PERFORM 7100-PRINT-PAGE-HEADINGS
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

       6100-LIST-ONE-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF NOT WS-CALENDAR-OK
                       MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF CAL-DATE (1:4) NOT = WS-CAL-YEAR-X
                       SET WS-CALENDAR-EOF TO TRUE
                   ELSE
                       PERFORM 7000-LIST-CALENDAR-DAY
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One listing line per date, counted by type.
      *----------------------------------------------------------------
       7000-LIST-CALENDAR-DAY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF

           ADD 1 TO WS-DAYS-LISTED
           MOVE CAL-DATE TO WS-RPT-DET-DATE
           IF CAL-DAY-OF-WEEK >= 1 AND CAL-DAY-OF-WEEK <= 7
               MOVE WS-DAY-NAME (CAL-DAY-OF-WEEK) TO WS-RPT-DET-DAY-NAME
           ELSE
               MOVE "???" TO WS-RPT-DET-DAY-NAME
           END-IF
           EVALUATE TRUE
               WHEN CAL-BUSINESS-DAY
                   MOVE "BUSINESS" TO WS-RPT-DET-DAY-TYPE
                   ADD 1 TO WS-BUSINESS-DAYS
               WHEN CAL-HOLIDAY
                   MOVE "HOLIDAY" TO WS-RPT-DET-DAY-TYPE
                   ADD 1 TO WS-HOLIDAYS
               WHEN OTHER
                   MOVE "WEEKEND" TO WS-RPT-DET-DAY-TYPE
                   ADD 1 TO WS-WEEKEND-DAYS
           END-EVALUATE
           MOVE SPACES TO WS-RPT-DET-MONTH-END
           IF CAL-MONTH-END
               MOVE "MONTH-END" TO WS-RPT-DET-MONTH-END
           END-IF
           MOVE SPACES TO WS-RPT-DET-QUARTER-END
           IF CAL-QUARTER-END
               MOVE "QTR-END" TO WS-RPT-DET-QUARTER-END
           END-IF
           MOVE CAL-DESCRIPTION TO WS-RPT-DET-DESCRIPTION
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Starts a new report page: title with page number, the year,
      * action, and maintenance date, and - in the day listing - the
      * column headings.
      *----------------------------------------------------------------
       7100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-RPT-PAGE-NO
           MOVE WS-CAL-YEAR-X TO WS-RPT-YEAR
           MOVE WS-CAL-ACTION TO WS-RPT-ACTION
           MOVE WS-MAINT-DATE TO WS-RPT-MAINT-DATE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           IF WS-DAY-LISTING
               WRITE REPORT-LINE FROM WS-REPORT-COLUMN-HEADER
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * End-of-run totals: the load's card and date counts, then the
      * year's make-up as listed.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF WS-ACTION-LOAD
               MOVE "HOLIDAY CARDS READ:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-CARDS-READ TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "CARDS APPLIED:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-CARDS-APPLIED TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "CARDS FOR OTHER YEARS:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-CARDS-OTHER-YEAR TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "CARDS REJECTED:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-CARDS-REJECTED TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "DATES ADDED:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-DAYS-ADDED TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
               MOVE "DATES REPLACED:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-DAYS-REPLACED TO WS-RPT-COUNT
               PERFORM 8100-WRITE-COUNT-LINE
           END-IF

           MOVE "DATES LISTED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-DAYS-LISTED TO WS-RPT-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "BUSINESS DAYS:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-BUSINESS-DAYS TO WS-RPT-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "WEEKEND DAYS:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-WEEKEND-DAYS TO WS-RPT-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "HOLIDAYS:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-HOLIDAYS TO WS-RPT-COUNT
           PERFORM 8100-WRITE-COUNT-LINE

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS.

       8100-WRITE-COUNT-LINE.
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Shared status check for every REPORT-FILE operation above.
      *----------------------------------------------------------------
       8900-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-FILE-OK
               MOVE "REPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-REPORT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * RC 0 when the year is on file and every card applied, 4 when
      * a card was rejected or the year has no dates on file, 8 on a
      * bad PARM or an I-O error.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > ZERO OR WS-DAYS-LISTED = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *----------------------------------------------------------------
      * Standard I-O error handler, same contract as the batch
      * skeleton's.
      *----------------------------------------------------------------
       9999-FILE-ERROR.
           DISPLAY WS-ERROR-FILE-ID " I-O ERROR - FILE STATUS: "
               WS-ERROR-STATUS
           DISPLAY WS-ERROR-FILE-ID " - VERIFY FILE IS PRESENT, "
               "UNLOCKED, AND ACCESSIBLE, THEN CONTACT THE "
               "APPLICATION TEAM"
           SET WS-FATAL-ERROR TO TRUE
           PERFORM 9000-TERMINATE.
       END PROGRAM CALMNT.
