      *     clerk's thirty-report adding exercise.
      *
      * LS-RUN-DATE is the month-end close date; its YYYYMM is the
      * month every daily header must belong to. Left blank, it
      * defaults to the latest run date the run registry
      * (RUNREG.DAT) shows processed and not backed out - the
      * close follows the month-end daily, so that is the month-end
      * business day when the month is ready to close. It is
      * checked on the business calendar (CALENDAR.DAT) first,
      * keyed or defaulted: a close date
      * before the month's last business day is refused outright -
      * the month is not over - and one that is not a business day
      * is refused unless LS-RUN-FORCE says FORCE.
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

           SELECT KEY-SORT-FILE
               ASSIGN TO "SORTWK2.DAT".

      *    Read only when the PARM leaves the close date blank.
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
       FD  EXTRACT-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

      *----------------------------------------------------------------
      * Category reference file, read once per category line for
      * the description printed beside the code.
      *----------------------------------------------------------------
       FD  CATEGORY-FILE.
           COPY CATREC.

      *----------------------------------------------------------------
      * Business calendar, read only while the close date is proved.
      *----------------------------------------------------------------
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  RUN-REGISTRY.
           COPY RUNREG.

      *----------------------------------------------------------------
      * The month's details re-ordered by category for the first
      * totals section, mirroring the skeleton's category report.
               88  WS-MONTH-FILE-OK        VALUE "00".
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
       01  WS-BREAK-FIRST-SW               PIC X(01) VALUE "Y".
           88  WS-BREAK-FIRST              VALUE "Y".

      *----------------------------------------------------------------
      * Business calendar walk. WS-CAL-DATE is the date in hand;
      * each step moves it one calendar day and reads it, so the
      * calendar record always describes WS-CAL-DATE. The walk
      * forward from the close date never leaves the close month.
      *----------------------------------------------------------------
       01  WS-CAL-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE-NUM
                                           PIC X(08).
       01  WS-CAL-INTEGER                  PIC 9(08) VALUE ZERO.
       01  WS-MONTH-PASSED-SW              PIC X(01) VALUE "N".
           88  WS-MONTH-PASSED             VALUE "Y".
       01  WS-CLOSE-TYPE                   PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * The run registry, held only to default a blank close date the
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
      * The close date the run works to: the PARM's, or the default
      * when the PARM leaves it blank.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(12) VALUE
                                            "CLOSE DATE: ".
           05  WS-RPT-CLOSE-DATE           PIC X(08).
           05  WS-RPT-CLOSE-TYPE           PIC X(20).

       01  WS-REPORT-FILE-LINE.
           05  FILLER                      PIC X(07) VALUE "FILE: ".

       01  WS-REPORT-CAT-LINE.
           05  WS-RPT-CAT-CATEGORY         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CAT-DESC             PIC X(30).
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-RPT-CAT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".

       01  WS-REPORT-KEY-LINE.
           05  WS-RPT-KEY-KEY              PIC X(20).
           05  FILLER                      PIC X(42) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-RPT-KEY-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
       01  WS-REPORT-GRAND-LINE.
           05  FILLER                      PIC X(30) VALUE
                                            "MONTH GRAND TOTAL:".
           05  FILLER                      PIC X(32) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-RPT-GRAND-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO DETAIL RECORDS IN THE MONTH'S EXTRACTS ***".

       01  WS-CAT-UNKNOWN-DESC             PIC X(30) VALUE
           "** NOT ON CATEGORY FILE **".

      *----------------------------------------------------------------
      * PARM layout: the close date, then FORCE to close on a date
      * that is not a business day - honoured only when the PARM is
      * long enough to hold it. FORCE never allows an early close.
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
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

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
      * Proves the close date, loads the month list, and starts the
      * report. A close with no list is a mis-set-up job, stopped
      * before it can produce an empty corporate feed that looks
      * real.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-CHECK-CLOSE-DATE
           DISPLAY "MONTH-END CLOSE - CLOSE DATE: " WS-RUN-DATE

           OPEN INPUT MONTH-LIST-FILE
           IF WS-MONTH-LIST-NOT-FOUND
               PERFORM 9000-TERMINATE
           END-IF

           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-CLOSE-DATE
           MOVE WS-CLOSE-TYPE TO WS-RPT-CLOSE-TYPE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * The close date against the business calendar. On the
      * month's last business day it is a month-end (or quarter-end)
      * close. Anywhere earlier in the month - some later date is
      * still to be flagged month-end - the close is refused, FORCE
      * or not: closing early would cut the month's last dailies
      * out of the corporate feed. A weekend day or holiday after
      * the last business day closes only with FORCE.
      *----------------------------------------------------------------
       1050-CHECK-CLOSE-DATE.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF LS-RUN-DATE = SPACES
               PERFORM 1500-DEFAULT-CLOSE-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-CAL-DATE-X
           PERFORM 1200-READ-CALENDAR-DAY
           IF NOT CAL-BUSINESS-DAY
               PERFORM 1400-CHECK-FORCED-RUN
           END-IF

           EVALUATE TRUE
               WHEN CAL-QUARTER-END
                   MOVE "  QUARTER-END CLOSE" TO WS-CLOSE-TYPE
               WHEN CAL-MONTH-END
                   MOVE "  MONTH-END CLOSE" TO WS-CLOSE-TYPE
               WHEN OTHER
                   PERFORM 1300-STEP-FORWARD-IN-MONTH
                       UNTIL CAL-MONTH-END OR WS-MONTH-PASSED
                   IF CAL-MONTH-END
                       DISPLAY "CLOSE DATE " WS-RUN-DATE
                           " IS BEFORE THE MONTH-END BUSINESS DAY "
                           WS-CAL-DATE-X
                       DISPLAY "THE MONTH CANNOT BE CLOSED EARLY"
                       SET WS-FATAL-ERROR TO TRUE
                       PERFORM 9000-TERMINATE
                   END-IF
                   MOVE "  FORCED CLOSE" TO WS-CLOSE-TYPE
           END-EVALUATE

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       1100-READ-MONTH-LIST.
           READ MONTH-LIST-FILE
               AT END
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Reads the calendar record for WS-CAL-DATE. A date not on the
      * calendar is a year nobody has loaded, and the close stops
      * rather than guess at where the month ends.
      *----------------------------------------------------------------
       1200-READ-CALENDAR-DAY.
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
      * Moves WS-CAL-DATE on one day and reads it - unless that day
      * is in the next month, which ends the walk without a read.
      *----------------------------------------------------------------
       1300-STEP-FORWARD-IN-MONTH.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           IF WS-CAL-DATE-X (1:6) = WS-RUN-DATE (1:6)
               PERFORM 1200-READ-CALENDAR-DAY
           ELSE
               SET WS-MONTH-PASSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The close date is a weekend day or a holiday. Refused unless
      * the PARM says FORCE.
      *----------------------------------------------------------------
       1400-CHECK-FORCED-RUN.
           IF CAL-HOLIDAY
               DISPLAY "CLOSE DATE " WS-RUN-DATE " IS A HOLIDAY - "
                   CAL-DESCRIPTION
           ELSE
               DISPLAY "CLOSE DATE " WS-RUN-DATE " IS A WEEKEND DAY"
           END-IF
           IF LS-PARM-LENGTH >= 13 AND LS-RUN-FORCED
               DISPLAY "FORCE SPECIFIED - CLOSING ON A NON-BUSINESS DAY"
           ELSE
               DISPLAY "NOT A BUSINESS DAY - CODE FORCE IN THE PARM TO "
                   "CLOSE ON IT ANYWAY"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF.

      *----------------------------------------------------------------
      * A blank PARM close date defaults to the latest run date the
      * run registry shows processed, found as the batch skeleton
      * and MSTUPDT find it - a run date whose latest registry entry
      * is a backout does not count - and with no processed run the
      * date must be keyed. Unlike theirs, the default is that run
      * date itself, not the business day after it: the close is
      * made once the month-end daily is in, and 1050 refuses it if
      * the last run processed was not the month-end business day.
      *----------------------------------------------------------------
       1500-DEFAULT-CLOSE-DATE.
           PERFORM 1510-LOAD-RUN-REGISTRY
           MOVE SPACES TO WS-LAST-PROCESSED-DATE
           PERFORM 1520-FIND-LAST-PROCESSED
               VARYING WS-RR-SUB FROM 1 BY 1
               UNTIL WS-RR-SUB > WS-RR-COUNT
           IF WS-LAST-PROCESSED-DATE = SPACES
               DISPLAY "CLOSE DATE NOT SUPPLIED AND THE RUN REGISTRY "
                   "SHOWS NO PROCESSED RUN - SUPPLY THE CLOSE DATE "
                   "IN THE PARM"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-LAST-PROCESSED-DATE TO WS-RUN-DATE
           DISPLAY "CLOSE DATE DEFAULTED TO " WS-RUN-DATE
               " - LAST PROCESSED RUN DATE".

       1510-LOAD-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               SET WS-RUN-REGISTRY-EOF TO TRUE
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1515-READ-REGISTRY-RECORD
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1515-READ-REGISTRY-RECORD.
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

       1520-FIND-LAST-PROCESSED.
           IF WS-RR-STATUS (WS-RR-SUB) = "P"
                   AND WS-RR-RUN-DATE (WS-RR-SUB)
                       > WS-LAST-PROCESSED-DATE
               MOVE "N" TO WS-RR-BACKED-OUT-SW
               PERFORM 1525-CHECK-LATER-BACKOUT
                   VARYING WS-RR-LATER-SUB FROM WS-RR-SUB BY 1
                   UNTIL WS-RR-LATER-SUB > WS-RR-COUNT
               IF NOT WS-RR-BACKED-OUT
                   MOVE WS-RR-RUN-DATE (WS-RR-SUB)
                       TO WS-LAST-PROCESSED-DATE
               END-IF
           END-IF.

      *    A later entry for the same file id and run date settles
      *    it: a backout unwinds the run, a rerun after it redoes it.
       1525-CHECK-LATER-BACKOUT.
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

      *----------------------------------------------------------------
      * Verifies one daily extract: header present and in the close
      * month, details balanced to the file's own trailer. Nothing
       2200-CHECK-EXTRACT-HEADER.
           SET WS-HEADER-SEEN TO TRUE
           MOVE FH-RUN-DATE TO WS-MFT-RUN-DATE (WS-FILE-SEQ)
           IF FH-RUN-DATE (1:6) NOT = WS-RUN-DATE (1:6)
               DISPLAY "EXTRACT RUN DATE " FH-RUN-DATE
                   " IS OUTSIDE CLOSE MONTH " WS-RUN-DATE (1:6)
                   " ON: " WS-EXTRACT-DSNAME
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE WS-RUN-DATE TO WS-MH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO WS-MH-RUN-TIME
           WRITE MONTH-RECORD FROM WS-MONTH-HEADER
                   ADD CS-AMOUNT TO WS-GRAND-AMOUNT
           END-RETURN.

      *----------------------------------------------------------------
      * One line per category, with its description from the
      * reference file. A code since removed from the file still
      * prints - its month's money is real - but says so.
      *----------------------------------------------------------------
       4300-PRINT-CATEGORY-TOTAL.
           MOVE WS-CURRENT-CATEGORY TO WS-RPT-CAT-CATEGORY
           MOVE WS-CURRENT-CATEGORY TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE WS-CAT-UNKNOWN-DESC TO WS-RPT-CAT-DESC
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO WS-RPT-CAT-DESC
           END-READ
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE WS-BRK-COUNT TO WS-RPT-CAT-COUNT
           MOVE WS-BRK-AMOUNT TO WS-RPT-CAT-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-CAT-LINE
