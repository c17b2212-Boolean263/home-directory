      *     control break the standard batch skeleton's category
      *     report puts on FD-DATA-FIELD-1;
      *   - an aging section driven by MR-LAST-MAINT-DATE, banding
      *     records untouched for 60, 125, and 250 business days as
      *     of LS-RUN-DATE, with counts and amount totals per band -
      *     the dormant-record figures audit asks for every year.
      *     Business days are counted on the business calendar
      *     (CALENDAR.DAT), so a long weekend or a holiday season
      *     does not age a record that nobody could have touched.
      *
      * LS-RUN-DATE is the as-of date the ages are measured against;
      * blank defaults to the next business day after the latest run
      * date the run registry (RUNREG.DAT) shows processed and not
      * backed out. The as-of date must be a business day unless
      * LS-RUN-FORCE says FORCE. RETURN-CODE 4 flags an empty
      * master, 8 a refused date or an I-O error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-SORT-FILE
               ASSIGN TO "SORTWK1.DAT".

           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

      *    Read only when the PARM leaves the as-of date blank.
           SELECT RUN-REGISTRY
               ASSIGN TO "RUNREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-REGISTRY-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

      *----------------------------------------------------------------
      * Category reference file, read once per category break for
      * the description printed on the category total line.
      *----------------------------------------------------------------
       FD  CATEGORY-FILE.
           COPY CATREC.

      *----------------------------------------------------------------
      * Business calendar, read only while the aging limits are
      * worked out.
      *----------------------------------------------------------------
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  RUN-REGISTRY.
           COPY RUNREG.

      *----------------------------------------------------------------
      * The master's records re-ordered by category for the control
      * break, key order within; the aging section is tallied on the
               88  WS-MASTER-OK            VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".
           05  WS-RUN-REGISTRY-STATUS      PIC X(02).
               88  WS-RUN-REGISTRY-OK      VALUE "00".
               88  WS-RUN-REGISTRY-ABSENT  VALUE "35".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).

      *----------------------------------------------------------------
      * Aging work areas. Each record lands in exactly one band by
      * the business days since MR-LAST-MAINT-DATE as of the report
      * date: under 60, 60-124, 125-249, 250 and over, or - when the
      * maintenance date is blank or not a usable YYYYMMDD - the
      * unknown band, reported rather than guessed at. The bands
      * are fixed once, up front, as limit dates: WS-AGE-LIMIT-DATE
      * (n) is the business day WS-AGE-LIMIT-DAYS (n) business days
      * before the as-of date, and a record maintained after it is
      * younger than that many business days.
      *----------------------------------------------------------------
       01  WS-AS-OF-DATE                   PIC X(08) VALUE SPACES.
       01  WS-MAINT-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-AGE-LIMIT-VALUES             PIC X(09) VALUE "060125250".
       01  WS-AGE-LIMIT-DAYS-TABLE REDEFINES WS-AGE-LIMIT-VALUES.
           05  WS-AGE-LIMIT-DAYS           PIC 9(03) OCCURS 3 TIMES.
       01  WS-AGE-LIMIT-DATES.
           05  WS-AGE-LIMIT-DATE           PIC X(08) OCCURS 3 TIMES.
       01  WS-BUSINESS-DAYS-BACK           PIC 9(03) VALUE ZERO.
       01  WS-DATE-WORK-NUM               PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
               10  WS-AGE-AMOUNT           PIC S9(13)V99.
       77  WS-AGE-SUB                      PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * Business calendar walk. WS-CAL-DATE is the date in hand;
      * each step moves it one calendar day and reads it, so the
      * calendar record always describes WS-CAL-DATE.
      *----------------------------------------------------------------
       01  WS-CAL-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE-NUM
                                           PIC X(08).
       01  WS-CAL-INTEGER                  PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * The run registry, held only to default a blank as-of date the
      * way the batch skeleton and MSTUPDT hold it.
      *----------------------------------------------------------------
       01  WS-LAST-PROCESSED-DATE          PIC X(08) VALUE SPACES.
       01  WS-RUN-REGISTRY-TABLE.
           05  WS-RR-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-RR-ENTRY                 OCCURS 200 TIMES.
               10  WS-RR-FILE-ID           PIC X(20).
               10  WS-RR-RUN-DATE          PIC X(08).
               10  WS-RR-STATUS            PIC X(01).
       77  WS-RR-SUB                       PIC 9(03) VALUE ZERO.
       77  WS-RR-LATER-SUB                 PIC 9(03) VALUE ZERO.
       01  WS-RUN-REGISTRY-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RUN-REGISTRY-EOF         VALUE "Y".
       01  WS-RR-BACKED-OUT-SW             PIC X(01) VALUE "N".
           88  WS-RR-BACKED-OUT            VALUE "Y".

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
           05  FILLER                      PIC X(12) VALUE
                                            "AS OF DATE: ".
           05  WS-RPT-AS-OF-DATE           PIC X(08).
           05  FILLER                      PIC X(24) VALUE
                                            "  AGED IN BUSINESS DAYS".

       01  WS-REPORT-COLUMN-HEADER.
           05  FILLER                      PIC X(32) VALUE "CATEGORY".
           05  FILLER                      PIC X(16) VALUE
                                            "CATEGORY TOTAL: ".
           05  WS-RPT-SUB-CATEGORY         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-SUB-DESC             PIC X(30).
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-RPT-SUB-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
       01  WS-REPORT-GRAND-LINE.
           05  FILLER                      PIC X(16) VALUE
                                            "GRAND TOTAL:".
           05  FILLER                      PIC X(62) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-RPT-GRAND-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
      *----------------------------------------------------------------
       01  WS-AGE-BAND-CAPTIONS.
           05  FILLER                      PIC X(25) VALUE
                                            "UNDER 60 BUSINESS DAYS".
           05  FILLER                      PIC X(25) VALUE
                                            "60 TO 124 BUSINESS DAYS".
           05  FILLER                      PIC X(25) VALUE
                                            "125 TO 249 BUSINESS DAYS".
           05  FILLER                      PIC X(25) VALUE
                                            "250 BUSINESS DAYS & OVER".
           05  FILLER                      PIC X(25) VALUE
                                            "MAINT DATE UNUSABLE".
       01  WS-AGE-BAND-CAPTION-TABLE REDEFINES WS-AGE-BAND-CAPTIONS.
       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** MASTER FILE IS EMPTY ***".

       01  WS-CAT-UNKNOWN-DESC             PIC X(30) VALUE
           "** NOT ON CATEGORY FILE **".

      *----------------------------------------------------------------
      * PARM layout: the as-of date, then FORCE to report as of a
      * date that is not a business day - honoured only when the
      * PARM is long enough to hold it.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-RUN-FORCE            PIC X(05).
                   88  LS-RUN-FORCED       VALUE "FORCE".

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.

           PERFORM 8000-PRINT-AGING-SECTION

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Resolves the as-of date, fixes the aging limit dates on the
      * business calendar, zeroes the aging bands, and starts the
      * report. The master is opened by the sort's input
      * procedure, so the one pass that feeds the sort also feeds
      * the aging tallies.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

      *    The PARM's as-of date, or the default when it is blank;
      *    either way it must be a business day.
           IF LS-RUN-DATE = SPACES
               PERFORM 1600-DEFAULT-AS-OF-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           DISPLAY "MASTER INVENTORY AS OF: " WS-AS-OF-DATE
           MOVE WS-AS-OF-DATE TO WS-CAL-DATE-X
           PERFORM 1300-READ-CALENDAR-DAY
           IF NOT CAL-BUSINESS-DAY
               PERFORM 1500-CHECK-FORCED-RUN
           END-IF

           MOVE ZERO TO WS-BUSINESS-DAYS-BACK
           PERFORM 1200-FIND-AGE-LIMIT
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 3

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 1100-ZERO-AGE-BAND
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5

           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE ZERO TO WS-AGE-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-AGE-AMOUNT (WS-AGE-SUB).

      *----------------------------------------------------------------
      * Walks on back from wherever the last limit stopped until
      * this limit's business days have been counted. The limits
      * ascend, so the whole walk is one pass back through the year.
      *----------------------------------------------------------------
       1200-FIND-AGE-LIMIT.
           PERFORM 1400-STEP-BACK-BUSINESS-DAY
               UNTIL WS-BUSINESS-DAYS-BACK >=
                   WS-AGE-LIMIT-DAYS (WS-AGE-SUB)
           MOVE WS-CAL-DATE-X TO WS-AGE-LIMIT-DATE (WS-AGE-SUB).

      *----------------------------------------------------------------
      * Reads the calendar record for WS-CAL-DATE. A date not on the
      * calendar is a year nobody has loaded, and the run stops
      * rather than guess at which days count.
      *----------------------------------------------------------------
       1300-READ-CALENDAR-DAY.
           MOVE WS-CAL-DATE-X TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "DATE " WS-CAL-DATE-X
                       " IS NOT ON THE BUSINESS CALENDAR - "
                       "LOAD ITS YEAR WITH CALMNT"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
           END-READ
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Moves WS-CAL-DATE back to the previous business day and
      * counts it.
      *----------------------------------------------------------------
       1400-STEP-BACK-BUSINESS-DAY.
           PERFORM 1410-STEP-BACK-ONE-DAY
           PERFORM 1410-STEP-BACK-ONE-DAY UNTIL CAL-BUSINESS-DAY
           ADD 1 TO WS-BUSINESS-DAYS-BACK.

       1410-STEP-BACK-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) - 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1300-READ-CALENDAR-DAY.

      *----------------------------------------------------------------
      * The as-of date is a weekend day or a holiday - most likely
      * a keying slip. Refused unless the PARM says FORCE.
      *----------------------------------------------------------------
       1500-CHECK-FORCED-RUN.
           IF CAL-HOLIDAY
               DISPLAY "AS-OF DATE " WS-AS-OF-DATE " IS A HOLIDAY - "
                   CAL-DESCRIPTION
           ELSE
               DISPLAY "AS-OF DATE " WS-AS-OF-DATE
                   " IS A WEEKEND DAY"
           END-IF
           IF LS-PARM-LENGTH >= 13 AND LS-RUN-FORCED
               DISPLAY "FORCE SPECIFIED - AGING AS OF A NON-BUSINESS "
                   "DAY"
           ELSE
               DISPLAY "NOT A BUSINESS DAY - CODE FORCE IN THE PARM TO "
                   "REPORT AS OF IT ANYWAY"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF.

      *----------------------------------------------------------------
      * A blank PARM as-of date defaults to the next business day after
      * the latest run date the run registry shows processed, as in
      * the batch skeleton and MSTUPDT - a run date whose latest
      * registry entry is a backout does not count - and with no
      * processed run the date must be keyed.
      *----------------------------------------------------------------
       1600-DEFAULT-AS-OF-DATE.
           PERFORM 1610-LOAD-RUN-REGISTRY
           MOVE SPACES TO WS-LAST-PROCESSED-DATE
           PERFORM 1620-FIND-LAST-PROCESSED
               VARYING WS-RR-SUB FROM 1 BY 1
               UNTIL WS-RR-SUB > WS-RR-COUNT
           IF WS-LAST-PROCESSED-DATE = SPACES
               DISPLAY "AS-OF DATE NOT SUPPLIED AND THE RUN REGISTRY "
                   "SHOWS NO PROCESSED RUN - SUPPLY THE AS-OF DATE "
                   "IN THE PARM"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-LAST-PROCESSED-DATE TO WS-CAL-DATE-X
           PERFORM 1630-STEP-FORWARD-ONE-DAY
           PERFORM 1630-STEP-FORWARD-ONE-DAY
               UNTIL CAL-BUSINESS-DAY
           MOVE WS-CAL-DATE-X TO WS-AS-OF-DATE
           DISPLAY "AS-OF DATE DEFAULTED TO " WS-AS-OF-DATE
               " - NEXT BUSINESS DAY AFTER LAST PROCESSED RUN "
               WS-LAST-PROCESSED-DATE.

       1610-LOAD-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               SET WS-RUN-REGISTRY-EOF TO TRUE
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1615-READ-REGISTRY-RECORD
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1615-READ-REGISTRY-RECORD.
           READ RUN-REGISTRY
               AT END
                   SET WS-RUN-REGISTRY-EOF TO TRUE
               NOT AT END
                   IF NOT WS-RUN-REGISTRY-OK
                       MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                       MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF WS-RR-COUNT >= 200
                       DISPLAY "RUN REGISTRY TABLE FULL - ARCHIVE "
                           "RUNREG.DAT AND RERUN"
                       SET WS-FATAL-ERROR TO TRUE
                       PERFORM 9000-TERMINATE
                   END-IF
                   ADD 1 TO WS-RR-COUNT
                   MOVE RR-FILE-ID TO WS-RR-FILE-ID (WS-RR-COUNT)
                   MOVE RR-RUN-DATE TO WS-RR-RUN-DATE (WS-RR-COUNT)
                   MOVE RR-STATUS TO WS-RR-STATUS (WS-RR-COUNT)
           END-READ.

       1620-FIND-LAST-PROCESSED.
           IF WS-RR-STATUS (WS-RR-SUB) = "P"
                   AND WS-RR-RUN-DATE (WS-RR-SUB)
                       > WS-LAST-PROCESSED-DATE
               MOVE "N" TO WS-RR-BACKED-OUT-SW
               PERFORM 1625-CHECK-LATER-BACKOUT
                   VARYING WS-RR-LATER-SUB FROM WS-RR-SUB BY 1
                   UNTIL WS-RR-LATER-SUB > WS-RR-COUNT
               IF NOT WS-RR-BACKED-OUT
                   MOVE WS-RR-RUN-DATE (WS-RR-SUB)
                       TO WS-LAST-PROCESSED-DATE
               END-IF
           END-IF.

      *    A later entry for the same file id and run date settles
      *    it: a backout unwinds the run, a rerun after it redoes it.
       1625-CHECK-LATER-BACKOUT.
           IF WS-RR-FILE-ID (WS-RR-LATER-SUB)
                   = WS-RR-FILE-ID (WS-RR-SUB)
                   AND WS-RR-RUN-DATE (WS-RR-LATER-SUB)
                       = WS-RR-RUN-DATE (WS-RR-SUB)
               IF WS-RR-STATUS (WS-RR-LATER-SUB) = "B"
                   MOVE "Y" TO WS-RR-BACKED-OUT-SW
               ELSE
                   MOVE "N" TO WS-RR-BACKED-OUT-SW
               END-IF
           END-IF.

       1630-STEP-FORWARD-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1300-READ-CALENDAR-DAY.

      *----------------------------------------------------------------
      * SORT input procedure: one sequential pass of the master.
      * Each record is released to the category sort and tallied
      *    INTEGER-OF-DATE and back out DATE-OF-INTEGER - a numeric
      *    but impossible date (20250230) does not round-trip equal
      *    to itself, and goes to the unusable band instead of
      *    quietly inflating the 250+ dormant count.
           MOVE MR-LAST-MAINT-DATE TO WS-DATE-WORK-X
           MOVE 5 TO WS-AGE-SUB
           IF WS-DATE-WORK-X IS NUMERIC
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-MAINT-INTEGER)
               IF WS-ROUND-TRIP-DATE = WS-DATE-WORK-NUM
                   EVALUATE TRUE
                       WHEN WS-DATE-WORK-X > WS-AGE-LIMIT-DATE (1)
                           MOVE 1 TO WS-AGE-SUB
                       WHEN WS-DATE-WORK-X > WS-AGE-LIMIT-DATE (2)
                           MOVE 2 TO WS-AGE-SUB
                       WHEN WS-DATE-WORK-X > WS-AGE-LIMIT-DATE (3)
                           MOVE 3 TO WS-AGE-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-SUB
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Category total with the code's description - the detail
      * line has no room for it. A code since removed from the
      * reference file still prints, and says so.
      *----------------------------------------------------------------
       3300-PRINT-CATEGORY-TOTAL.
           MOVE WS-CURRENT-CATEGORY TO WS-RPT-SUB-CATEGORY
           MOVE WS-CURRENT-CATEGORY TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE WS-CAT-UNKNOWN-DESC TO WS-RPT-SUB-DESC
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO WS-RPT-SUB-DESC
           END-READ
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE WS-CAT-COUNT TO WS-RPT-SUB-COUNT
           MOVE WS-CAT-AMOUNT TO WS-RPT-SUB-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-SUBTOTAL-LINE
