      * blows its allocation mid-run.
      *
      * Age is judged by the YYYYMMDD in the first 8 bytes of
      * AUDIT-TIMESTAMP against the business day LS-RETENTION-DAYS
      * business days before LS-RUN-DATE, counted on the business
      * calendar (CALENDAR.DAT). The run date must itself be a
      * business day unless the PARM carries FORCE; left blank, it
      * defaults to the next business day after the latest run date
      * the run registry (RUNREG.DAT) shows processed and not backed
      * out.
      * The archive keeps the standard AUDREC layout on purpose:
      * point AUDINQ's AUDITLOG DD at an archive when audit asks
      * about last year, and a BACK-mode reversal of an old run
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KEEP-STATUS.

      *    Read only when the PARM leaves the run date blank.
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

           SELECT REPORT-FILE
               ASSIGN TO "ARCRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
       FD  KEEP-FILE.
           COPY AUDREC REPLACING LEADING ==AUDIT== BY ==KEEP==.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  RUN-REGISTRY.
           COPY RUNREG.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

               88  WS-ARCHIVE-OK           VALUE "00".
           05  WS-KEEP-STATUS              PIC X(02).
               88  WS-KEEP-OK              VALUE "00".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".
           05  WS-RUN-REGISTRY-STATUS      PIC X(02).
               88  WS-RUN-REGISTRY-OK      VALUE "00".
               88  WS-RUN-REGISTRY-ABSENT  VALUE "35".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ARCHIVE-DSNAME               PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      * Retention arithmetic. The cutoff is the business day reached
      * by stepping back the retention days, in business days, from
      * the run date; a record whose timestamp date is BEFORE the
      * cutoff moves to the archive.
      *----------------------------------------------------------------
       01  WS-RETENTION-DAYS               PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                           PIC X(08).

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
      * The run registry, held only to default a blank run date the
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

      *----------------------------------------------------------------
      * The run date the archive works to: the PARM's, or the
      * default when the PARM leaves it blank.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-ARCHIVE-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
           05  FILLER                      PIC X(13) VALUE
                                            "  RETENTION: ".
           05  WS-RPT-RETENTION            PIC ZZZ9.
           05  FILLER                      PIC X(23) VALUE
                                            " BUSINESS DAYS  CUTOFF:".
           05  WS-RPT-CUTOFF-DATE          PIC X(08).

       01  WS-REPORT-DSNAME-LINE.

      *----------------------------------------------------------------
      * PARM layout: the run date the retention is measured from,
      * then the retention in business days, fixed four digits (e.g.
      * 0250), then FORCE to run on a date that is not a business
      * day - honoured only when the PARM is long enough to hold it.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-RETENTION-DAYS       PIC X(04).
               10  LS-RUN-FORCE            PIC X(05).
                   88  LS-RUN-FORCED       VALUE "FORCE".

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Validates the PARM, proves the run date on the business
      * calendar, computes the cutoff date, builds the dated archive
      * dsname, and opens the split pass's files.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF LS-RUN-DATE NOT = SPACES
                   AND LS-RUN-DATE IS NOT NUMERIC
               DISPLAY "RUN DATE MUST BE A YYYYMMDD DATE OR BLANK"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF LS-RETENTION-DAYS IS NOT NUMERIC
               DISPLAY "RETENTION DAYS MUST BE FOUR DIGITS (0250)"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE LS-RETENTION-DAYS TO WS-RETENTION-DAYS

           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF LS-RUN-DATE = SPACES
               PERFORM 1400-DEFAULT-RUN-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-RUN-DATE
           END-IF
           DISPLAY "AUDIT ARCHIVE - RUN DATE: " WS-RUN-DATE
               " RETENTION DAYS: " WS-RETENTION-DAYS
           MOVE WS-RUN-DATE TO WS-CAL-DATE-X
           PERFORM 1100-READ-CALENDAR-DAY
           IF NOT CAL-BUSINESS-DAY
               PERFORM 1300-CHECK-FORCED-RUN
           END-IF

           PERFORM 1200-STEP-BACK-BUSINESS-DAY WS-RETENTION-DAYS TIMES
           MOVE WS-CAL-DATE-X TO WS-CUTOFF-DATE-X

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE SPACES TO WS-ARCHIVE-DSNAME
           STRING "AUDARCH." WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE
               INTO WS-ARCHIVE-DSNAME
           END-STRING
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Reads the calendar record for WS-CAL-DATE. A date not on the
      * calendar is a year nobody has loaded, and the run stops
      * rather than guess at which days count.
      *----------------------------------------------------------------
       1100-READ-CALENDAR-DAY.
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
      * Moves WS-CAL-DATE back to the previous business day.
      *----------------------------------------------------------------
       1200-STEP-BACK-BUSINESS-DAY.
           PERFORM 1210-STEP-BACK-ONE-DAY
           PERFORM 1210-STEP-BACK-ONE-DAY UNTIL CAL-BUSINESS-DAY.

       1210-STEP-BACK-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) - 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1100-READ-CALENDAR-DAY.

      *----------------------------------------------------------------
      * The run date is a weekend day or a holiday. Archiving on one
      * is refused unless the PARM says FORCE - a date keyed wrong
      * would otherwise move the cutoff without anyone noticing.
      *----------------------------------------------------------------
       1300-CHECK-FORCED-RUN.
           IF CAL-HOLIDAY
               DISPLAY "RUN DATE " WS-RUN-DATE " IS A HOLIDAY - "
                   CAL-DESCRIPTION
           ELSE
               DISPLAY "RUN DATE " WS-RUN-DATE " IS A WEEKEND DAY"
           END-IF
           IF LS-PARM-LENGTH >= 17 AND LS-RUN-FORCED
               DISPLAY "FORCE SPECIFIED - RUNNING ON A NON-BUSINESS DAY"
           ELSE
               DISPLAY "NOT A BUSINESS DAY - CODE FORCE IN THE PARM TO "
                   "RUN ON IT ANYWAY"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF.

      *----------------------------------------------------------------
      * A blank PARM run date defaults to the next business day after
      * the latest run date the run registry shows processed, as in
      * the batch skeleton and MSTUPDT - a run date whose latest
      * registry entry is a backout does not count - and with no
      * processed run the date must be keyed.
      *----------------------------------------------------------------
       1400-DEFAULT-RUN-DATE.
           PERFORM 1410-LOAD-RUN-REGISTRY
           MOVE SPACES TO WS-LAST-PROCESSED-DATE
           PERFORM 1420-FIND-LAST-PROCESSED
               VARYING WS-RR-SUB FROM 1 BY 1
               UNTIL WS-RR-SUB > WS-RR-COUNT
           IF WS-LAST-PROCESSED-DATE = SPACES
               DISPLAY "RUN DATE NOT SUPPLIED AND THE RUN REGISTRY "
                   "SHOWS NO PROCESSED RUN - SUPPLY THE RUN DATE "
                   "IN THE PARM"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-LAST-PROCESSED-DATE TO WS-CAL-DATE-X
           PERFORM 1430-STEP-FORWARD-ONE-DAY
           PERFORM 1430-STEP-FORWARD-ONE-DAY
               UNTIL CAL-BUSINESS-DAY
           MOVE WS-CAL-DATE-X TO WS-RUN-DATE
           DISPLAY "RUN DATE DEFAULTED TO " WS-RUN-DATE
               " - NEXT BUSINESS DAY AFTER LAST PROCESSED RUN "
               WS-LAST-PROCESSED-DATE.

       1410-LOAD-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               SET WS-RUN-REGISTRY-EOF TO TRUE
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1415-READ-REGISTRY-RECORD
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1415-READ-REGISTRY-RECORD.
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

       1420-FIND-LAST-PROCESSED.
           IF WS-RR-STATUS (WS-RR-SUB) = "P"
                   AND WS-RR-RUN-DATE (WS-RR-SUB)
                       > WS-LAST-PROCESSED-DATE
               MOVE "N" TO WS-RR-BACKED-OUT-SW
               PERFORM 1425-CHECK-LATER-BACKOUT
                   VARYING WS-RR-LATER-SUB FROM WS-RR-SUB BY 1
                   UNTIL WS-RR-LATER-SUB > WS-RR-COUNT
               IF NOT WS-RR-BACKED-OUT
                   MOVE WS-RR-RUN-DATE (WS-RR-SUB)
                       TO WS-LAST-PROCESSED-DATE
               END-IF
           END-IF.

      *    A later entry for the same file id and run date settles
      *    it: a backout unwinds the run, a rerun after it redoes it.
       1425-CHECK-LATER-BACKOUT.
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

       1430-STEP-FORWARD-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1100-READ-CALENDAR-DAY.

      *----------------------------------------------------------------
      * The split pass: each audit record goes whole to the archive
      * when its timestamp date is before the cutoff, otherwise to
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE WS-RETENTION-DAYS TO WS-RPT-RETENTION
           MOVE WS-CUTOFF-DATE-X TO WS-RPT-CUTOFF-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
