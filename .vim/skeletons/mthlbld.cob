      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHLBLD.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Builds MTHLIST.DAT, the list of daily extracts MTHCONS
      * consolidates, from the run registry instead of by hand. Every
      * real run of the batch skeleton that balances keeps a dated
      * copy of its extract and records the dsname on its RUNREG.DAT
      * entries; this program gathers the close month's entries, up
      * to and including the close date, and:
      *
      *   - lists each extract generation once, in the order the
      *     runs were registered;
      *   - skips a generation when any run that made it was later
      *     backed out - a BACK entry for the same file id and run
      *     date cancels every processed entry registered before it,
      *     and only a rerun after the backout counts again;
      *   - proves every business day on the business calendar
      *     (CALENDAR.DAT) - holidays excused, worked weekend days
      *     included - from the first of the month to the close
      *     date has at least one
      *     listed generation, and names each day that does not,
      *     with the reason - never run, backed out and not rerun,
      *     or run before generations were kept.
      *
      * MTHLIST.DAT is only written when every business day is
      * covered, so MTHCONS cannot close a short month; otherwise
      * the report says what is missing and the run ends RC 8.
      *
      * LS-RUN-DATE is the month-end close date, as MTHCONS takes
      * it; its YYYYMM is the month being closed.
      *
      * RC 0 = list written, every business day covered.
      * RC 8 = a business day is missing, more generations than one
      *        close can take, a bad PARM, or an I-O error - and no
      *        list written.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY
               ASSIGN TO "RUNREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-REGISTRY-STATUS.

           SELECT MONTH-LIST-FILE
               ASSIGN TO "MTHLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MONTH-LIST-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "MTHLRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY.
           COPY RUNREG.

       FD  MONTH-LIST-FILE.
       01  MONTH-LIST-RECORD               PIC X(80).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUN-REGISTRY-STATUS      PIC X(02).
               88  WS-RUN-REGISTRY-OK      VALUE "00".
               88  WS-RUN-REGISTRY-ABSENT  VALUE "35".
           05  WS-MONTH-LIST-STATUS        PIC X(02).
               88  WS-MONTH-LIST-OK        VALUE "00".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-RUN-REGISTRY-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RUN-REGISTRY-EOF         VALUE "Y".

      *----------------------------------------------------------------
      * Close date, proven the way MSTASOF proves its as-of date:
      * range checks, then a round trip through INTEGER-OF-DATE and
      * DATE-OF-INTEGER. The month's first day and the close date
      * as day integers bound the business-day walk.
      *----------------------------------------------------------------
       01  WS-DATE-WORK-NUM                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
       01  WS-DATE-WORK-MDY REDEFINES WS-DATE-WORK-NUM.
           05  WS-DW-YEAR                  PIC 9(04).
           05  WS-DW-MONTH                 PIC 9(02).
           05  WS-DW-DAY                   PIC 9(02).
       01  WS-ROUND-TRIP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CLOSE-MONTH                  PIC X(06) VALUE SPACES.
       01  WS-MONTH-START-INTEGER          PIC 9(08) VALUE ZERO.
       01  WS-CLOSE-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-DAY-INTEGER                  PIC 9(08) VALUE ZERO.
       01  WS-DAY-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-DAY-DATE REDEFINES WS-DAY-DATE-NUM
                                           PIC X(08).

      *----------------------------------------------------------------
      * Day names by CAL-DAY-OF-WEEK, 1 = Monday through 7 = Sunday.
      *----------------------------------------------------------------
       01  WS-DAY-NAME-VALUES              PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * The close month's registry entries, in registry order.
      * WS-RGT-CANCELLED is set on a processed entry once a later
      * backed-out entry for the same file id and run date turns
      * up; the backed-out entries themselves are kept only so the
      * day check can tell "backed out" from "never run".
      *----------------------------------------------------------------
       01  WS-REGISTRY-TABLE.
           05  WS-RGT-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-RGT-ENTRY                OCCURS 500 TIMES.
               10  WS-RGT-FILE-ID          PIC X(20).
               10  WS-RGT-RUN-DATE         PIC X(08).
               10  WS-RGT-STATUS           PIC X(01).
                   88  WS-RGT-PROCESSED    VALUE "P".
                   88  WS-RGT-BACKED-OUT   VALUE "B".
               10  WS-RGT-DSNAME           PIC X(80).
               10  WS-RGT-CANCELLED-SW     PIC X(01).
                   88  WS-RGT-CANCELLED    VALUE "Y".
       77  WS-RGT-SUB                      PIC 9(03) VALUE ZERO.
       77  WS-RGT-PRIOR-SUB                PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * One entry per distinct extract generation - a multi-file
      * run records the same dsname on every file's entry. A
      * generation any of whose entries was cancelled is skipped.
      *----------------------------------------------------------------
       01  WS-GENERATION-TABLE.
           05  WS-GEN-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-GEN-ENTRY                OCCURS 500 TIMES.
               10  WS-GEN-DSNAME           PIC X(80).
               10  WS-GEN-RUN-DATE         PIC X(08).
               10  WS-GEN-SKIPPED-SW       PIC X(01).
                   88  WS-GEN-SKIPPED      VALUE "Y".
       77  WS-GEN-SUB                      PIC 9(03) VALUE ZERO.
       77  WS-GEN-FOUND-SUB                PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * What the registry shows for the business day being checked.
      *----------------------------------------------------------------
       01  WS-DAY-FINDINGS.
           05  WS-DAY-LISTED-SW            PIC X(01) VALUE "N".
               88  WS-DAY-LISTED           VALUE "Y".
           05  WS-DAY-UNKEPT-SW            PIC X(01) VALUE "N".
               88  WS-DAY-UNKEPT           VALUE "Y".
           05  WS-DAY-CANCELLED-SW         PIC X(01) VALUE "N".
               88  WS-DAY-CANCELLED        VALUE "Y".

       01  WS-COUNTERS.
           05  WS-BUSINESS-DAYS            PIC 9(03) VALUE ZERO.
           05  WS-DAYS-MISSING             PIC 9(03) VALUE ZERO.
           05  WS-GENERATIONS-LISTED       PIC 9(03) VALUE ZERO.
           05  WS-GENERATIONS-SKIPPED      PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * MTHCONS takes at most this many extracts in one close.
      *----------------------------------------------------------------
       01  WS-MAX-LISTED                   PIC 9(03) VALUE 31.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "MONTH-END EXTRACT LIST BUILD".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(12) VALUE
                                            "CLOSE DATE: ".
           05  WS-RPT-CLOSE-DATE           PIC X(08).

       01  WS-REPORT-GEN-SECTION-LINE      PIC X(132) VALUE
           "EXTRACT GENERATIONS IN THE CLOSE MONTH".

       01  WS-REPORT-GEN-LINE.
           05  FILLER                      PIC X(07) VALUE "FILE: ".
           05  WS-RPT-GEN-DSNAME           PIC X(60).
           05  FILLER                      PIC X(07) VALUE "  DATE:".
           05  WS-RPT-GEN-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-GEN-STATUS           PIC X(30).

       01  WS-REPORT-NO-GEN-LINE           PIC X(132) VALUE
           "  NO EXTRACT GENERATIONS RECORDED FOR THE MONTH".

       01  WS-REPORT-DAY-SECTION-LINE      PIC X(132) VALUE
           "BUSINESS DAYS WITHOUT A PROCESSED EXTRACT".

       01  WS-REPORT-DAY-LINE.
           05  FILLER                      PIC X(06) VALUE "DATE: ".
           05  WS-RPT-DAY-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DAY-NAME             PIC X(03).
           05  FILLER                      PIC X(10) VALUE
                                            "  REASON: ".
           05  WS-RPT-DAY-REASON           PIC X(45).

       01  WS-REPORT-NO-DAY-LINE           PIC X(132) VALUE
           "  NONE - EVERY BUSINESS DAY IS COVERED".

       01  WS-REPORT-COUNT-LINE.
           05  WS-RPT-COUNT-CAPTION        PIC X(30).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-WRITTEN-LINE          PIC X(132) VALUE
           "*** MTHLIST.DAT WRITTEN - READY FOR MTHCONS ***".

       01  WS-REPORT-INCOMPLETE-LINE       PIC X(132) VALUE
           "*** MONTH INCOMPLETE - MTHLIST.DAT NOT WRITTEN ***".

       01  WS-REPORT-TOO-MANY-LINE         PIC X(132) VALUE
           "*** OVER 31 GENERATIONS - MTHLIST.DAT NOT WRITTEN ***".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1100-LOAD-RUN-REGISTRY

           PERFORM 2000-COLLECT-GENERATION
               VARYING WS-RGT-SUB FROM 1 BY 1
               UNTIL WS-RGT-SUB > WS-RGT-COUNT

           PERFORM 5000-PRINT-GENERATIONS

           PERFORM 3000-CHECK-BUSINESS-DAYS

      *    The list is all or nothing: a short month or one too
      *    long for a single close leaves MTHLIST.DAT as it was.
           IF WS-DAYS-MISSING = ZERO
                   AND WS-GENERATIONS-LISTED <= WS-MAX-LISTED
               PERFORM 4000-WRITE-MONTH-LIST
           END-IF

           PERFORM 8000-PRINT-TOTALS

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Opens the report first, so even a PARM error leaves one;
      * then proves the close date and sets the month's bounds.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           DISPLAY "MONTH-END LIST BUILD - CLOSE DATE: " LS-RUN-DATE

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE LS-RUN-DATE TO WS-RPT-CLOSE-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE LS-RUN-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NOT NUMERIC
                   OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                   OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                   OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
               DISPLAY "CLOSE DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           COMPUTE WS-CLOSE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-ROUND-TRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CLOSE-INTEGER)
           IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
               DISPLAY "CLOSE DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           MOVE LS-RUN-DATE (1:6) TO WS-CLOSE-MONTH
           MOVE 01 TO WS-DW-DAY
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)

           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Loads the close month's registry entries, up to the close
      * date. No registry at all is not an I-O error here - it means
      * nothing has run, and the day check reports every day.
      *----------------------------------------------------------------
       1100-LOAD-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               DISPLAY "RUNREG.DAT NOT FOUND - NO RUNS REGISTERED"
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1110-READ-REGISTRY-RECORD
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1110-READ-REGISTRY-RECORD.
           READ RUN-REGISTRY
               AT END
                   SET WS-RUN-REGISTRY-EOF TO TRUE
               NOT AT END
                   IF NOT WS-RUN-REGISTRY-OK
                       MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                       MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF RR-RUN-DATE (1:6) = WS-CLOSE-MONTH
                           AND RR-RUN-DATE NOT > LS-RUN-DATE
                       PERFORM 1120-ADD-REGISTRY-ENTRY
                   END-IF
           END-READ.

       1120-ADD-REGISTRY-ENTRY.
           IF WS-RGT-COUNT >= 500
               DISPLAY "MORE THAN 500 REGISTRY ENTRIES IN THE CLOSE "
                   "MONTH - CANNOT BUILD THE LIST"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           ADD 1 TO WS-RGT-COUNT
           MOVE RR-FILE-ID TO WS-RGT-FILE-ID (WS-RGT-COUNT)
           MOVE RR-RUN-DATE TO WS-RGT-RUN-DATE (WS-RGT-COUNT)
           MOVE RR-STATUS TO WS-RGT-STATUS (WS-RGT-COUNT)
           MOVE RR-EXTRACT-DSNAME TO WS-RGT-DSNAME (WS-RGT-COUNT)
           MOVE "N" TO WS-RGT-CANCELLED-SW (WS-RGT-COUNT)

      *    A backout cancels every run of this file and date that
      *    was registered before it; a rerun registered after it
      *    stands.
           IF RR-BACKED-OUT
               PERFORM 1130-CANCEL-PRIOR-ENTRY
                   VARYING WS-RGT-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-RGT-PRIOR-SUB >= WS-RGT-COUNT
           END-IF.

       1130-CANCEL-PRIOR-ENTRY.
           IF WS-RGT-PROCESSED (WS-RGT-PRIOR-SUB)
                   AND WS-RGT-FILE-ID (WS-RGT-PRIOR-SUB) = RR-FILE-ID
                   AND WS-RGT-RUN-DATE (WS-RGT-PRIOR-SUB)
                       = RR-RUN-DATE
               SET WS-RGT-CANCELLED (WS-RGT-PRIOR-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Folds one processed entry into the generation table - the
      * first entry naming a dsname adds it, and any cancelled
      * entry naming it marks the whole generation skipped.
      *----------------------------------------------------------------
       2000-COLLECT-GENERATION.
           IF WS-RGT-PROCESSED (WS-RGT-SUB)
                   AND WS-RGT-DSNAME (WS-RGT-SUB) NOT = SPACES
               MOVE ZERO TO WS-GEN-FOUND-SUB
               PERFORM 2100-MATCH-GENERATION
                   VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-FOUND-SUB = ZERO
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-GEN-FOUND-SUB
                   MOVE WS-RGT-DSNAME (WS-RGT-SUB)
                       TO WS-GEN-DSNAME (WS-GEN-FOUND-SUB)
                   MOVE WS-RGT-RUN-DATE (WS-RGT-SUB)
                       TO WS-GEN-RUN-DATE (WS-GEN-FOUND-SUB)
                   MOVE "N" TO WS-GEN-SKIPPED-SW (WS-GEN-FOUND-SUB)
               END-IF
               IF WS-RGT-CANCELLED (WS-RGT-SUB)
                   SET WS-GEN-SKIPPED (WS-GEN-FOUND-SUB) TO TRUE
               END-IF
           END-IF.

       2100-MATCH-GENERATION.
           IF WS-GEN-DSNAME (WS-GEN-SUB) = WS-RGT-DSNAME (WS-RGT-SUB)
               MOVE WS-GEN-SUB TO WS-GEN-FOUND-SUB
           END-IF.

      *----------------------------------------------------------------
      * Walks the month a day at a time from the 1st to the close
      * date. Every business day on the calendar needs a listed
      * generation of its own; each one that lacks it is printed
      * with the reason.
      *----------------------------------------------------------------
       3000-CHECK-BUSINESS-DAYS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-DAY-SECTION-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 3100-CHECK-ONE-DAY
               VARYING WS-DAY-INTEGER FROM WS-MONTH-START-INTEGER
               BY 1 UNTIL WS-DAY-INTEGER > WS-CLOSE-INTEGER

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF WS-DAYS-MISSING = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NO-DAY-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

       3100-CHECK-ONE-DAY.
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM 3130-READ-CALENDAR-DAY
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
               MOVE "N" TO WS-DAY-LISTED-SW
               MOVE "N" TO WS-DAY-UNKEPT-SW
               MOVE "N" TO WS-DAY-CANCELLED-SW
               PERFORM 3110-MATCH-DAY-GENERATION
                   VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF NOT WS-DAY-LISTED
                   PERFORM 3120-MATCH-DAY-ENTRY
                       VARYING WS-RGT-SUB FROM 1 BY 1
                       UNTIL WS-RGT-SUB > WS-RGT-COUNT
                   PERFORM 3200-PRINT-MISSING-DAY
               END-IF
           END-IF.

       3110-MATCH-DAY-GENERATION.
           IF WS-GEN-RUN-DATE (WS-GEN-SUB) = WS-DAY-DATE
                   AND NOT WS-GEN-SKIPPED (WS-GEN-SUB)
               SET WS-DAY-LISTED TO TRUE
           END-IF.

       3120-MATCH-DAY-ENTRY.
           IF WS-RGT-RUN-DATE (WS-RGT-SUB) = WS-DAY-DATE
                   AND WS-RGT-PROCESSED (WS-RGT-SUB)
               IF WS-RGT-CANCELLED (WS-RGT-SUB)
                   SET WS-DAY-CANCELLED TO TRUE
               ELSE
                   IF WS-RGT-DSNAME (WS-RGT-SUB) = SPACES
                       SET WS-DAY-UNKEPT TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Reads the calendar record for the day being checked. A date
      * not on the calendar is a year nobody has loaded, and the
      * build stops rather than guess which days were due.
      *----------------------------------------------------------------
       3130-READ-CALENDAR-DAY.
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
           END-IF.

      *----------------------------------------------------------------
      * The most telling reason wins: a standing run that kept no
      * generation, then a backout nobody reran, then no run at all.
      *----------------------------------------------------------------
       3200-PRINT-MISSING-DAY.
           ADD 1 TO WS-DAYS-MISSING
           MOVE WS-DAY-DATE TO WS-RPT-DAY-DATE
           MOVE WS-DAY-NAME (CAL-DAY-OF-WEEK) TO WS-RPT-DAY-NAME
           EVALUATE TRUE
               WHEN WS-DAY-UNKEPT
                   MOVE "PROCESSED, BUT NO EXTRACT GENERATION KEPT"
                       TO WS-RPT-DAY-REASON
               WHEN WS-DAY-CANCELLED
                   MOVE "RUN BACKED OUT AND NOT RERUN"
                       TO WS-RPT-DAY-REASON
               WHEN OTHER
                   MOVE "NO PROCESSED RUN REGISTERED"
                       TO WS-RPT-DAY-REASON
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-REPORT-DAY-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           DISPLAY "NO PROCESSED EXTRACT FOR BUSINESS DAY "
               WS-DAY-DATE " - " WS-RPT-DAY-REASON.

      *----------------------------------------------------------------
      * Writes the listed generations, in registry order - the order
      * the days were run, which is the order MTHCONS reports them.
      *----------------------------------------------------------------
       4000-WRITE-MONTH-LIST.
           OPEN OUTPUT MONTH-LIST-FILE
           IF NOT WS-MONTH-LIST-OK
               MOVE "MONTH-LIST" TO WS-ERROR-FILE-ID
               MOVE WS-MONTH-LIST-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 4100-WRITE-ONE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT

           CLOSE MONTH-LIST-FILE
           IF NOT WS-MONTH-LIST-OK
               MOVE "MONTH-LIST" TO WS-ERROR-FILE-ID
               MOVE WS-MONTH-LIST-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       4100-WRITE-ONE-GENERATION.
           IF NOT WS-GEN-SKIPPED (WS-GEN-SUB)
               MOVE WS-GEN-DSNAME (WS-GEN-SUB) TO MONTH-LIST-RECORD
               WRITE MONTH-LIST-RECORD
               IF NOT WS-MONTH-LIST-OK
                   MOVE "MONTH-LIST" TO WS-ERROR-FILE-ID
                   MOVE WS-MONTH-LIST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One line per generation found, listed or skipped, so the
      * report accounts for every extract the month produced.
      *----------------------------------------------------------------
       5000-PRINT-GENERATIONS.
           WRITE REPORT-LINE FROM WS-REPORT-GEN-SECTION-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 5100-PRINT-ONE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT

           IF WS-GEN-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NO-GEN-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

       5100-PRINT-ONE-GENERATION.
           MOVE WS-GEN-DSNAME (WS-GEN-SUB) TO WS-RPT-GEN-DSNAME
           MOVE WS-GEN-RUN-DATE (WS-GEN-SUB) TO WS-RPT-GEN-DATE
           IF WS-GEN-SKIPPED (WS-GEN-SUB)
               ADD 1 TO WS-GENERATIONS-SKIPPED
               MOVE "SKIPPED - RUN BACKED OUT"
                   TO WS-RPT-GEN-STATUS
           ELSE
               ADD 1 TO WS-GENERATIONS-LISTED
               MOVE "LISTED" TO WS-RPT-GEN-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-GEN-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Totals and the one line the operator needs: written or not.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "BUSINESS DAYS TO CLOSE DATE:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-BUSINESS-DAYS TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "BUSINESS DAYS MISSING:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-DAYS-MISSING TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "GENERATIONS LISTED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-GENERATIONS-LISTED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "GENERATIONS SKIPPED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-GENERATIONS-SKIPPED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           EVALUATE TRUE
               WHEN WS-DAYS-MISSING > ZERO
                   WRITE REPORT-LINE FROM WS-REPORT-INCOMPLETE-LINE
                   DISPLAY "MONTH INCOMPLETE - MTHLIST.DAT NOT WRITTEN"
                   SET WS-FATAL-ERROR TO TRUE
               WHEN WS-GENERATIONS-LISTED > WS-MAX-LISTED
                   WRITE REPORT-LINE FROM WS-REPORT-TOO-MANY-LINE
                   DISPLAY "MORE THAN 31 GENERATIONS - SPLIT THE CLOSE"
                   SET WS-FATAL-ERROR TO TRUE
               WHEN OTHER
                   WRITE REPORT-LINE FROM WS-REPORT-WRITTEN-LINE
           END-EVALUATE
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
      * RC 0 when the list was written, 8 on anything that kept it
      * from being written.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       END PROGRAM MTHLBLD.
