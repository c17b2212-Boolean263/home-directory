      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTRND.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Run-history trend report over the run registry, RUNREG.DAT.
      * For each FH-FILE-ID, every run in the PARM date range prints
      * its volume (details read), reject percentage, and elapsed
      * time beside the same figures averaged over that file's
      * previous 30 runs - the runs before the range feed the
      * average, so the first day of the range is measured like the
      * last. A run is flagged when:
      *
      *   - its volume is more than the volume band (a percentage)
      *     above or below the trailing average - a regional feed
      *     that arrives half its usual size is almost always a
      *     transmission problem; or
      *   - its reject percentage is more than the reject band (in
      *     percentage points) away from the trailing average.
      *
      * A run is only measured once its file has at least five runs
      * of history; before that it prints marked SHORT HISTORY.
      *
      * The report also lists every business day in the range - as
      * the business calendar (CALENDAR.DAT) has it, so a holiday
      * is never reported as a missed file - on which an expected
      * file did not arrive. A
      * file is expected from its first registered run onward,
      * provided it ran inside the range or in the 30 days before
      * it - a feed that has stopped for good drops off the report
      * a month after its last run instead of alarming forever.
      *
      * A processed entry later backed out (a BACK entry for the
      * same file id and run date, registered after it) is left out
      * of the report and of every average; only the rerun counts.
      *
      * RC 0 = nothing flagged, RC 4 = a run flagged or an expected
      * file not received, RC 8 = a bad PARM or an I-O error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY
               ASSIGN TO "RUNREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-REGISTRY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "TRNDRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT TREND-SORT-FILE
               ASSIGN TO "SORTWK1.DAT".

           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY.
           COPY RUNREG.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       FD  CALENDAR-FILE.
           COPY CALREC.

      *----------------------------------------------------------------
      * Registry entries in file id and run date order. Within a
      * date the entries run newest first (TS-SEQUENCE is the
      * entry's position in the registry), so a BACK entry is met
      * before the processed entries it cancels and after the rerun
      * that replaced them.
      *----------------------------------------------------------------
       SD  TREND-SORT-FILE.
       01  TREND-SORT-RECORD.
           05  TS-FILE-ID                  PIC X(20).
           05  TS-RUN-DATE                 PIC X(08).
           05  TS-SEQUENCE                 PIC 9(09).
           05  TS-STATUS                   PIC X(01).
               88  TS-PROCESSED            VALUE "P".
               88  TS-BACKED-OUT           VALUE "B".
           05  TS-START-TIMESTAMP          PIC X(26).
           05  TS-END-TIMESTAMP            PIC X(26).
           05  TS-DETAIL-READ              PIC 9(09).
           05  TS-REJECTED                 PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUN-REGISTRY-STATUS      PIC X(02).
               88  WS-RUN-REGISTRY-OK      VALUE "00".
               88  WS-RUN-REGISTRY-ABSENT  VALUE "35".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-RUN-REGISTRY-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RUN-REGISTRY-EOF         VALUE "Y".
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

      *----------------------------------------------------------------
      * Date range and bands. Dates are proven the way MSTASOF
      * proves its as-of date: range checks, then a round trip
      * through INTEGER-OF-DATE and DATE-OF-INTEGER. The range is
      * capped at a year - the received-day table below holds one
      * flag per day.
      *----------------------------------------------------------------
       01  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                      PIC X(08) VALUE SPACES.
       01  WS-FROM-INTEGER                 PIC 9(08) VALUE ZERO.
       01  WS-TO-INTEGER                   PIC 9(08) VALUE ZERO.
       01  WS-EXPECTED-CUTOFF              PIC 9(08) VALUE ZERO.
       01  WS-VOLUME-BAND                  PIC 9(03) VALUE 50.
       01  WS-REJECT-BAND                  PIC 9(02)V99 VALUE 5.00.
       01  WS-REJECT-BAND-X REDEFINES WS-REJECT-BAND
                                           PIC X(04).
       01  WS-DATE-WORK-NUM                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
       01  WS-DATE-WORK-MDY REDEFINES WS-DATE-WORK-NUM.
           05  WS-DW-YEAR                  PIC 9(04).
           05  WS-DW-MONTH                 PIC 9(02).
           05  WS-DW-DAY                   PIC 9(02).
       01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
       01  WS-ROUND-TRIP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-DATE-VALID-SW                PIC X(01) VALUE "Y".
           88  WS-DATE-VALID               VALUE "Y".
       01  WS-DAY-INTEGER                  PIC 9(08) VALUE ZERO.
       01  WS-DAY-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-DAY-DATE REDEFINES WS-DAY-DATE-NUM
                                           PIC X(08).
       01  WS-DAY-SUB                      PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * The range's days off the business calendar, read once up
      * front and subscripted like WS-DAY-RECEIVED: the day type,
      * and the day of the week, 1 = Monday through 7 = Sunday, for
      * the day name.
      *----------------------------------------------------------------
       01  WS-RANGE-DAY-TABLE.
           05  WS-RANGE-DAY                OCCURS 366 TIMES.
               10  WS-RANGE-DAY-TYPE       PIC X(01).
                   88  WS-RANGE-BUSINESS-DAY
                                           VALUE "B".
               10  WS-RANGE-DAY-OF-WEEK    PIC 9(01).
       01  WS-DAY-NAME-VALUES              PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * Registry order, stamped on each entry as it is released.
      *----------------------------------------------------------------
       77  WS-REGISTRY-SEQUENCE            PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * Control-break state for the file id being reported. The
      * backout date cancels the processed entries of that date met
      * after a BACK entry (older in the registry).
      *----------------------------------------------------------------
       01  WS-CURRENT-FILE-ID              PIC X(20) VALUE SPACES.
       01  WS-BREAK-FIRST-SW               PIC X(01) VALUE "Y".
           88  WS-BREAK-FIRST              VALUE "Y".
       01  WS-FILE-HEADED-SW               PIC X(01) VALUE "N".
           88  WS-FILE-HEADED              VALUE "Y".
       01  WS-BACKOUT-DATE                 PIC X(08) VALUE SPACES.
       01  WS-FIRST-RUN-INTEGER            PIC 9(08) VALUE ZERO.
       01  WS-LAST-RUN-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-RUN-INTEGER                  PIC 9(08) VALUE ZERO.
       01  WS-DAY-RECEIVED-TABLE.
           05  WS-DAY-RECEIVED             PIC X(01) OCCURS 366 TIMES.
       01  WS-CHECK-START-INTEGER          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * The file's trailing 30 runs, as a ring: WS-HW-NEXT is the
      * slot the next run goes into, overwriting the oldest once
      * the ring is full. The sums are kept in step so each average
      * is one divide.
      *----------------------------------------------------------------
       01  WS-HISTORY-WINDOW.
           05  WS-HW-COUNT                 PIC 9(02) VALUE ZERO.
           05  WS-HW-NEXT                  PIC 9(02) VALUE 1.
           05  WS-HW-ENTRY                 OCCURS 30 TIMES.
               10  WS-HW-VOLUME            PIC 9(09).
               10  WS-HW-REJECT-PCT        PIC 9(03)V99.
               10  WS-HW-ELAPSED           PIC 9(07).
           05  WS-HW-VOLUME-SUM            PIC 9(11) VALUE ZERO.
           05  WS-HW-REJECT-SUM            PIC 9(05)V99 VALUE ZERO.
           05  WS-HW-ELAPSED-SUM           PIC 9(09) VALUE ZERO.
       01  WS-HW-SIZE                      PIC 9(02) VALUE 30.
       01  WS-MIN-HISTORY                  PIC 9(02) VALUE 5.

      *----------------------------------------------------------------
      * The run being measured and its comparison.
      *----------------------------------------------------------------
       01  WS-RUN-FIGURES.
           05  WS-RUN-VOLUME               PIC 9(09) VALUE ZERO.
           05  WS-RUN-REJECT-PCT           PIC 9(03)V99 VALUE ZERO.
           05  WS-RUN-ELAPSED              PIC 9(07) VALUE ZERO.
           05  WS-AVG-VOLUME               PIC 9(09) VALUE ZERO.
           05  WS-AVG-REJECT-PCT           PIC 9(03)V99 VALUE ZERO.
           05  WS-AVG-ELAPSED              PIC 9(07) VALUE ZERO.
           05  WS-VOLUME-LOW-LIMIT         PIC S9(11)V99 VALUE ZERO.
           05  WS-VOLUME-HIGH-LIMIT        PIC 9(11)V99 VALUE ZERO.
           05  WS-REJECT-LOW-LIMIT         PIC S9(05)V99 VALUE ZERO.
           05  WS-REJECT-HIGH-LIMIT        PIC S9(05)V99 VALUE ZERO.
           05  WS-VOLUME-CHANGE-PCT        PIC S9(04)V9 VALUE ZERO.
       01  WS-RUN-FLAGGED-SW               PIC X(01) VALUE "N".
           88  WS-RUN-FLAGGED              VALUE "Y".

      *----------------------------------------------------------------
      * Elapsed time from the entry's CURRENT-DATE timestamps:
      * whole days between the two dates plus the clock difference.
      *----------------------------------------------------------------
       01  WS-TIMESTAMP-WORK.
           05  WS-TW-DATE                  PIC 9(08).
           05  WS-TW-HOURS                 PIC 9(02).
           05  WS-TW-MINUTES               PIC 9(02).
           05  WS-TW-SECONDS               PIC 9(02).
           05  FILLER                      PIC X(12).
       01  WS-START-SECONDS                PIC 9(11) VALUE ZERO.
       01  WS-END-SECONDS                  PIC 9(11) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-FILES-REPORTED           PIC 9(09) VALUE ZERO.
           05  WS-RUNS-REPORTED            PIC 9(09) VALUE ZERO.
           05  WS-RUNS-FLAGGED             PIC 9(09) VALUE ZERO.
           05  WS-DAYS-NOT-RECEIVED        PIC 9(09) VALUE ZERO.
           05  WS-RUNS-BACKED-OUT          PIC 9(09) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "RUN-HISTORY TREND REPORT".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(12) VALUE
                                            "DATE RANGE: ".
           05  WS-RPT-FROM-DATE            PIC X(08).
           05  FILLER                      PIC X(04) VALUE " TO ".
           05  WS-RPT-TO-DATE              PIC X(08).
           05  FILLER                      PIC X(19) VALUE
                                            "   VOLUME BAND: +/-".
           05  WS-RPT-VOLUME-BAND          PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE "%".
           05  FILLER                      PIC X(19) VALUE
                                            "   REJECT BAND: +/-".
           05  WS-RPT-REJECT-BAND          PIC Z9.99.
           05  FILLER                      PIC X(07) VALUE " POINTS".

       01  WS-REPORT-HEADER-3.
           05  FILLER                      PIC X(48) VALUE
               "  RUN DATE       VOLUME   30-RUN AVG   CHANGE %".
           05  FILLER                      PIC X(50) VALUE
               "  REJ %  AVG REJ %  ELAPSED  AVG ELAPSED  FLAGS".

       01  WS-REPORT-FILE-LINE.
           05  FILLER                      PIC X(09) VALUE "FILE ID: ".
           05  WS-RPT-FILE-ID              PIC X(20).

       01  WS-REPORT-RUN-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-RUN-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-VOLUME               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-AVG-VOLUME           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-RPT-VOLUME-CHANGE        PIC -(4)9.9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-REJECT-PCT           PIC ZZ9.99.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-RPT-AVG-REJECT-PCT       PIC ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ELAPSED              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-RPT-AVG-ELAPSED          PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-VOLUME-FLAG          PIC X(13).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-REJECT-FLAG          PIC X(12).

       01  WS-REPORT-MISSING-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-MISSING-DATE         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-MISSING-DAY          PIC X(03).
           05  FILLER                      PIC X(36) VALUE
                                "  *** EXPECTED FILE NOT RECEIVED ***".

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO REGISTERED RUNS IN THE DATE RANGE ***".

       01  WS-REPORT-COUNT-LINE.
           05  WS-RPT-COUNT-CAPTION        PIC X(30).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-FROM-DATE            PIC X(08).
               10  LS-TO-DATE              PIC X(08).
               10  LS-VOLUME-BAND          PIC X(03).
               10  LS-REJECT-BAND          PIC X(04).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           SORT TREND-SORT-FILE
               ON ASCENDING KEY TS-FILE-ID TS-RUN-DATE
               ON DESCENDING KEY TS-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-REGISTRY
               OUTPUT PROCEDURE IS 3000-REPORT-FILES

           IF WS-FILES-REPORTED = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           PERFORM 8000-PRINT-TOTALS

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Opens the report first, so even a PARM error leaves one;
      * then settles the range and the bands. A blank TO date is
      * today, a blank FROM date is the TO date, and blank bands
      * keep the defaults of 50 percent and 5 points. A short PARM
      * leaves the fields past its end undefined - they are treated
      * as blank.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-DATE TO WS-TO-DATE
           IF LS-PARM-LENGTH >= 16
               AND LS-TO-DATE NOT = SPACES
               MOVE LS-TO-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-FROM-DATE
           IF LS-PARM-LENGTH >= 8
               AND LS-FROM-DATE NOT = SPACES
               MOVE LS-FROM-DATE TO WS-FROM-DATE
           END-IF

           IF LS-PARM-LENGTH >= 19
               AND LS-VOLUME-BAND NOT = SPACES
               IF LS-VOLUME-BAND IS NOT NUMERIC
                   DISPLAY "VOLUME BAND MUST BE THREE DIGITS (050)"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE LS-VOLUME-BAND TO WS-VOLUME-BAND
           END-IF
           IF LS-PARM-LENGTH >= 23
               AND LS-REJECT-BAND NOT = SPACES
               IF LS-REJECT-BAND IS NOT NUMERIC
                   DISPLAY "REJECT BAND MUST BE FOUR DIGITS, TWO "
                       "DECIMALS IMPLIED (0500)"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE LS-REJECT-BAND TO WS-REJECT-BAND-X
           END-IF

           DISPLAY "RUN-HISTORY TREND - FROM: " WS-FROM-DATE
               " TO: " WS-TO-DATE " VOLUME BAND: " WS-VOLUME-BAND
               " REJECT BAND: " WS-REJECT-BAND

           MOVE WS-FROM-DATE TO WS-DATE-WORK-X
           PERFORM 1100-PROVE-DATE
           IF NOT WS-DATE-VALID
               DISPLAY "FROM DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-DATE-INTEGER TO WS-FROM-INTEGER

           MOVE WS-TO-DATE TO WS-DATE-WORK-X
           PERFORM 1100-PROVE-DATE
           IF NOT WS-DATE-VALID
               DISPLAY "TO DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-DATE-INTEGER TO WS-TO-INTEGER

           IF WS-FROM-INTEGER > WS-TO-INTEGER
               DISPLAY "FROM DATE IS LATER THAN TO DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF WS-TO-INTEGER - WS-FROM-INTEGER >= 366
               DISPLAY "DATE RANGE IS LONGER THAN A YEAR - SPLIT IT"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           COMPUTE WS-EXPECTED-CUTOFF = WS-FROM-INTEGER - 30

           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           PERFORM 1200-LOAD-RANGE-DAY
               VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER
               BY 1 UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE WS-FROM-DATE TO WS-RPT-FROM-DATE
           MOVE WS-TO-DATE TO WS-RPT-TO-DATE
           MOVE WS-VOLUME-BAND TO WS-RPT-VOLUME-BAND
           MOVE WS-REJECT-BAND TO WS-RPT-REJECT-BAND
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Proves the date in WS-DATE-WORK-X and leaves its day integer
      * in WS-DATE-INTEGER.
      *----------------------------------------------------------------
       1100-PROVE-DATE.
           MOVE "Y" TO WS-DATE-VALID-SW
           IF WS-DATE-WORK-X IS NOT NUMERIC
                   OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                   OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                   OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
               MOVE "N" TO WS-DATE-VALID-SW
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
                   MOVE "N" TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One day of the range off the business calendar. A date not
      * on the calendar is a year nobody has loaded, and the report
      * stops rather than guess which days a file was due.
      *----------------------------------------------------------------
       1200-LOAD-RANGE-DAY.
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           COMPUTE WS-DAY-SUB = WS-DAY-INTEGER - WS-FROM-INTEGER + 1
           MOVE WS-DAY-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "DATE " WS-DAY-DATE
                       " IS NOT ON THE BUSINESS CALENDAR - "
                       "LOAD ITS YEAR WITH CALMNT"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
           END-READ
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE CAL-DAY-TYPE TO WS-RANGE-DAY-TYPE (WS-DAY-SUB)
           MOVE CAL-DAY-OF-WEEK TO WS-RANGE-DAY-OF-WEEK (WS-DAY-SUB).

      *----------------------------------------------------------------
      * SORT input procedure: every registry entry up to the end of
      * the range, stamped with its place in the registry. Entries
      * after the range can neither be reported nor feed an average
      * for a run inside it. No registry is simply no runs.
      *----------------------------------------------------------------
       2000-RELEASE-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               DISPLAY "RUNREG.DAT NOT FOUND - NO RUNS REGISTERED"
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 2100-RELEASE-ONE-ENTRY
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       2100-RELEASE-ONE-ENTRY.
           READ RUN-REGISTRY
               AT END
                   SET WS-RUN-REGISTRY-EOF TO TRUE
               NOT AT END
                   IF NOT WS-RUN-REGISTRY-OK
                       MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                       MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-REGISTRY-SEQUENCE
                   IF RR-RUN-DATE IS NUMERIC
                           AND RR-RUN-DATE NOT > WS-TO-DATE
                       MOVE RR-FILE-ID TO TS-FILE-ID
                       MOVE RR-RUN-DATE TO TS-RUN-DATE
                       MOVE WS-REGISTRY-SEQUENCE TO TS-SEQUENCE
                       MOVE RR-STATUS TO TS-STATUS
                       MOVE RR-START-TIMESTAMP TO TS-START-TIMESTAMP
                       MOVE RR-END-TIMESTAMP TO TS-END-TIMESTAMP
                       MOVE RR-DETAIL-READ TO TS-DETAIL-READ
                       MOVE RR-REJECTED TO TS-REJECTED
                       RELEASE TREND-SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * SORT output procedure: the control break on file id. Each
      * file's runs arrive oldest date first; the ones before the
      * range only build up the trailing window, the ones inside it
      * are measured against it and then join it.
      *----------------------------------------------------------------
       3000-REPORT-FILES.
           PERFORM 3100-RETURN-ONE-ENTRY UNTIL WS-SORT-EOF

           IF NOT WS-BREAK-FIRST
               PERFORM 3800-FINISH-FILE
           END-IF.

       3050-START-FILE.
           MOVE TS-FILE-ID TO WS-CURRENT-FILE-ID
           MOVE "N" TO WS-BREAK-FIRST-SW
           MOVE "N" TO WS-FILE-HEADED-SW
           MOVE SPACES TO WS-BACKOUT-DATE
           MOVE ZERO TO WS-FIRST-RUN-INTEGER
           MOVE ZERO TO WS-LAST-RUN-INTEGER
           MOVE SPACES TO WS-DAY-RECEIVED-TABLE
           MOVE ZERO TO WS-HW-COUNT
           MOVE 1 TO WS-HW-NEXT
           MOVE ZERO TO WS-HW-VOLUME-SUM
           MOVE ZERO TO WS-HW-REJECT-SUM
           MOVE ZERO TO WS-HW-ELAPSED-SUM.

       3100-RETURN-ONE-ENTRY.
           RETURN TREND-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF WS-BREAK-FIRST
                           OR TS-FILE-ID NOT = WS-CURRENT-FILE-ID
                       IF NOT WS-BREAK-FIRST
                           PERFORM 3800-FINISH-FILE
                       END-IF
                       PERFORM 3050-START-FILE
                   END-IF
                   PERFORM 3200-TAKE-ENTRY
           END-RETURN.

      *----------------------------------------------------------------
      * A BACK entry marks its date; processed entries of the same
      * date that follow it are older, so they are the runs it
      * reversed and are dropped. Everything else is a live run.
      *----------------------------------------------------------------
       3200-TAKE-ENTRY.
           IF TS-BACKED-OUT
               MOVE TS-RUN-DATE TO WS-BACKOUT-DATE
           ELSE
               IF TS-RUN-DATE = WS-BACKOUT-DATE
                   IF TS-RUN-DATE NOT < WS-FROM-DATE
                       ADD 1 TO WS-RUNS-BACKED-OUT
                   END-IF
               ELSE
                   PERFORM 3300-TAKE-LIVE-RUN
               END-IF
           END-IF.

       3300-TAKE-LIVE-RUN.
           MOVE TS-RUN-DATE TO WS-DATE-WORK-X
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           IF WS-FIRST-RUN-INTEGER = ZERO
               MOVE WS-RUN-INTEGER TO WS-FIRST-RUN-INTEGER
           END-IF
           MOVE WS-RUN-INTEGER TO WS-LAST-RUN-INTEGER

           MOVE TS-DETAIL-READ TO WS-RUN-VOLUME
           IF TS-DETAIL-READ > ZERO
               COMPUTE WS-RUN-REJECT-PCT ROUNDED =
                   TS-REJECTED * 100 / TS-DETAIL-READ
           ELSE
               MOVE ZERO TO WS-RUN-REJECT-PCT
           END-IF
           PERFORM 3310-COMPUTE-ELAPSED

           IF WS-RUN-INTEGER NOT < WS-FROM-INTEGER
               COMPUTE WS-DAY-SUB = WS-RUN-INTEGER - WS-FROM-INTEGER + 1
               MOVE "Y" TO WS-DAY-RECEIVED (WS-DAY-SUB)
               PERFORM 3400-MEASURE-RUN
           END-IF

           PERFORM 3500-ADD-TO-WINDOW.

      *----------------------------------------------------------------
      * Seconds from start to end timestamp. An entry without two
      * readable timestamps reports zero rather than a wild figure.
      *----------------------------------------------------------------
       3310-COMPUTE-ELAPSED.
           MOVE ZERO TO WS-RUN-ELAPSED
           MOVE TS-START-TIMESTAMP TO WS-TIMESTAMP-WORK
           IF TS-START-TIMESTAMP (1:14) IS NUMERIC
               COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TW-DATE) * 86400
                   + WS-TW-HOURS * 3600 + WS-TW-MINUTES * 60
                   + WS-TW-SECONDS
               MOVE TS-END-TIMESTAMP TO WS-TIMESTAMP-WORK
               IF TS-END-TIMESTAMP (1:14) IS NUMERIC
                   COMPUTE WS-END-SECONDS =
                       FUNCTION INTEGER-OF-DATE(WS-TW-DATE) * 86400
                       + WS-TW-HOURS * 3600 + WS-TW-MINUTES * 60
                       + WS-TW-SECONDS
                   IF WS-END-SECONDS > WS-START-SECONDS
                       COMPUTE WS-RUN-ELAPSED =
                           WS-END-SECONDS - WS-START-SECONDS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Measures one run inside the range against the trailing
      * window as it stood before the run, and prints it.
      *----------------------------------------------------------------
       3400-MEASURE-RUN.
           IF NOT WS-FILE-HEADED
               PERFORM 3700-PRINT-FILE-HEADING
           END-IF
           ADD 1 TO WS-RUNS-REPORTED
           MOVE "N" TO WS-RUN-FLAGGED-SW

           MOVE TS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE WS-RUN-VOLUME TO WS-RPT-VOLUME
           MOVE WS-RUN-REJECT-PCT TO WS-RPT-REJECT-PCT
           MOVE WS-RUN-ELAPSED TO WS-RPT-ELAPSED
           MOVE SPACES TO WS-RPT-VOLUME-FLAG
           MOVE SPACES TO WS-RPT-REJECT-FLAG

           IF WS-HW-COUNT < WS-MIN-HISTORY
               MOVE ZERO TO WS-RPT-AVG-VOLUME
               MOVE ZERO TO WS-RPT-VOLUME-CHANGE
               MOVE ZERO TO WS-RPT-AVG-REJECT-PCT
               MOVE ZERO TO WS-RPT-AVG-ELAPSED
               MOVE "SHORT HISTORY" TO WS-RPT-VOLUME-FLAG
           ELSE
               PERFORM 3410-COMPARE-TO-WINDOW
           END-IF

           IF WS-RUN-FLAGGED
               ADD 1 TO WS-RUNS-FLAGGED
               DISPLAY "TREND ALERT: " WS-CURRENT-FILE-ID " "
                   TS-RUN-DATE " " WS-RPT-VOLUME-FLAG " "
                   WS-RPT-REJECT-FLAG
           END-IF

           WRITE REPORT-LINE FROM WS-REPORT-RUN-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

       3410-COMPARE-TO-WINDOW.
           COMPUTE WS-AVG-VOLUME ROUNDED =
               WS-HW-VOLUME-SUM / WS-HW-COUNT
           COMPUTE WS-AVG-REJECT-PCT ROUNDED =
               WS-HW-REJECT-SUM / WS-HW-COUNT
           COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-HW-ELAPSED-SUM / WS-HW-COUNT
           MOVE WS-AVG-VOLUME TO WS-RPT-AVG-VOLUME
           MOVE WS-AVG-REJECT-PCT TO WS-RPT-AVG-REJECT-PCT
           MOVE WS-AVG-ELAPSED TO WS-RPT-AVG-ELAPSED

           IF WS-AVG-VOLUME > ZERO
               COMPUTE WS-VOLUME-CHANGE-PCT ROUNDED =
                   (WS-RUN-VOLUME - WS-AVG-VOLUME) * 100
                   / WS-AVG-VOLUME
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VOLUME-CHANGE-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-VOLUME-CHANGE-PCT
           END-IF
           MOVE WS-VOLUME-CHANGE-PCT TO WS-RPT-VOLUME-CHANGE

      *    The limits come off the unrounded sums so a small feed
      *    is not flagged on the rounding of its own average.
      *    A band of 100 or more takes the low limit to zero or
      *    below, so no run is flagged low.
           COMPUTE WS-VOLUME-LOW-LIMIT =
               WS-HW-VOLUME-SUM * (100 - WS-VOLUME-BAND)
               / (WS-HW-COUNT * 100)
           COMPUTE WS-VOLUME-HIGH-LIMIT =
               WS-HW-VOLUME-SUM * (100 + WS-VOLUME-BAND)
               / (WS-HW-COUNT * 100)
           IF WS-RUN-VOLUME < WS-VOLUME-LOW-LIMIT
               MOVE "VOLUME LOW" TO WS-RPT-VOLUME-FLAG
               SET WS-RUN-FLAGGED TO TRUE
           END-IF
           IF WS-RUN-VOLUME > WS-VOLUME-HIGH-LIMIT
               MOVE "VOLUME HIGH" TO WS-RPT-VOLUME-FLAG
               SET WS-RUN-FLAGGED TO TRUE
           END-IF

           COMPUTE WS-REJECT-LOW-LIMIT =
               WS-HW-REJECT-SUM / WS-HW-COUNT - WS-REJECT-BAND
           COMPUTE WS-REJECT-HIGH-LIMIT =
               WS-HW-REJECT-SUM / WS-HW-COUNT + WS-REJECT-BAND
           IF WS-RUN-REJECT-PCT < WS-REJECT-LOW-LIMIT
               MOVE "REJECTS LOW" TO WS-RPT-REJECT-FLAG
               SET WS-RUN-FLAGGED TO TRUE
           END-IF
           IF WS-RUN-REJECT-PCT > WS-REJECT-HIGH-LIMIT
               MOVE "REJECTS HIGH" TO WS-RPT-REJECT-FLAG
               SET WS-RUN-FLAGGED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Puts the run into the ring, dropping the oldest run's
      * figures from the sums once all 30 slots are in use.
      *----------------------------------------------------------------
       3500-ADD-TO-WINDOW.
           IF WS-HW-COUNT = WS-HW-SIZE
               SUBTRACT WS-HW-VOLUME (WS-HW-NEXT) FROM WS-HW-VOLUME-SUM
               SUBTRACT WS-HW-REJECT-PCT (WS-HW-NEXT)
                   FROM WS-HW-REJECT-SUM
               SUBTRACT WS-HW-ELAPSED (WS-HW-NEXT)
                   FROM WS-HW-ELAPSED-SUM
           ELSE
               ADD 1 TO WS-HW-COUNT
           END-IF

           MOVE WS-RUN-VOLUME TO WS-HW-VOLUME (WS-HW-NEXT)
           MOVE WS-RUN-REJECT-PCT TO WS-HW-REJECT-PCT (WS-HW-NEXT)
           MOVE WS-RUN-ELAPSED TO WS-HW-ELAPSED (WS-HW-NEXT)
           ADD WS-RUN-VOLUME TO WS-HW-VOLUME-SUM
           ADD WS-RUN-REJECT-PCT TO WS-HW-REJECT-SUM
           ADD WS-RUN-ELAPSED TO WS-HW-ELAPSED-SUM

           ADD 1 TO WS-HW-NEXT
           IF WS-HW-NEXT > WS-HW-SIZE
               MOVE 1 TO WS-HW-NEXT
           END-IF.

       3700-PRINT-FILE-HEADING.
           SET WS-FILE-HEADED TO TRUE
           ADD 1 TO WS-FILES-REPORTED
           MOVE WS-CURRENT-FILE-ID TO WS-RPT-FILE-ID
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-FILE-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * End of a file id: if the file is still expected, every
      * business day in the range from its first run onward that
      * saw no live run of it is listed as not received.
      *----------------------------------------------------------------
       3800-FINISH-FILE.
           IF WS-LAST-RUN-INTEGER NOT < WS-EXPECTED-CUTOFF
                   AND WS-FIRST-RUN-INTEGER > ZERO
               IF WS-FIRST-RUN-INTEGER > WS-FROM-INTEGER
                   MOVE WS-FIRST-RUN-INTEGER TO WS-CHECK-START-INTEGER
               ELSE
                   MOVE WS-FROM-INTEGER TO WS-CHECK-START-INTEGER
               END-IF
               PERFORM 3810-CHECK-ONE-DAY
                   VARYING WS-DAY-INTEGER FROM WS-CHECK-START-INTEGER
                   BY 1 UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
           END-IF.

       3810-CHECK-ONE-DAY.
           COMPUTE WS-DAY-SUB = WS-DAY-INTEGER - WS-FROM-INTEGER + 1
           IF WS-RANGE-BUSINESS-DAY (WS-DAY-SUB)
                   AND WS-DAY-RECEIVED (WS-DAY-SUB) NOT = "Y"
               IF NOT WS-FILE-HEADED
                   PERFORM 3700-PRINT-FILE-HEADING
               END-IF
               ADD 1 TO WS-DAYS-NOT-RECEIVED
               COMPUTE WS-DAY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE WS-DAY-DATE TO WS-RPT-MISSING-DATE
               MOVE WS-DAY-NAME (WS-RANGE-DAY-OF-WEEK (WS-DAY-SUB))
                   TO WS-RPT-MISSING-DAY
               WRITE REPORT-LINE FROM WS-REPORT-MISSING-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               DISPLAY "FILE NOT RECEIVED: " WS-CURRENT-FILE-ID " "
                   WS-DAY-DATE
           END-IF.

      *----------------------------------------------------------------
      * Totals for the whole range.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "FILE IDS REPORTED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-FILES-REPORTED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "RUNS REPORTED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-RUNS-REPORTED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "RUNS FLAGGED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-RUNS-FLAGGED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "EXPECTED FILES NOT RECEIVED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-DAYS-NOT-RECEIVED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "BACKED-OUT RUNS LEFT OUT:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-RUNS-BACKED-OUT TO WS-RPT-COUNT
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
      * RC 4 tells the scheduler someone should look at the report:
      * a run outside its bands or a file that never came in.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RUNS-FLAGGED > ZERO
                       OR WS-DAYS-NOT-RECEIVED > ZERO
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
       END PROGRAM RUNTRND.
