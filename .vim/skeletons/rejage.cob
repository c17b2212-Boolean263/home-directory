      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Reject backlog aging and escalation report. Reads a reject
      * file - the day's REJECTS.DAT, or the REJOUTS.DAT the last
      * REJFIX pass left - and ages every unresolved reject from
      * REJ-ORIGIN-RUN-DATE, the run date stamped when the record
      * was first rejected, to the as-of date:
      *
      *   - an aging section by reason code and source file
      *     (REJ-ORIGIN-FILE-ID), each group broken into 0-2, 3-7,
      *     8-30, and over 30 day bands with counts and FD-AMOUNT
      *     totals, a banded total per reason code, and a banded
      *     grand total;
      *   - an escalation list of every unresolved reject older
      *     than the PARM's escalation age, oldest first, so the
      *     supervisor can chase the oldest money first.
      *
      * A reject whose origin date is blank or unusable - written
      * before the stamps existed, or damaged - is aged into its own
      * ORIGIN UNKNOWN band rather than guessed at, and heads the
      * escalation list: nobody can prove it is young.
      *
      * Resolved rejects are counted and skipped; they are history,
      * not backlog.
      *
      * RETURN-CODE 4 means at least one reject is past the
      * escalation age; 8 is an I-O or PARM error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE
               ASSIGN TO "REJECTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "AGERPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT AGING-SORT-FILE
               ASSIGN TO "SORTWK1.DAT".

           SELECT ESCALATE-SORT-FILE
               ASSIGN TO "SORTWK2.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           COPY REJREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

      *----------------------------------------------------------------
      * Unresolved rejects in reason code / source file order for
      * the aging control break, each already placed in its band.
      *----------------------------------------------------------------
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  AS-REASON-CODE              PIC X(04).
           05  AS-FILE-ID                  PIC X(20).
           05  AS-AGE-SUB                  PIC 9(01).
           05  AS-AMOUNT                   PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.

      *----------------------------------------------------------------
      * Rejects past the escalation age, oldest first. An unknown
      * origin sorts as the oldest possible age.
      *----------------------------------------------------------------
       SD  ESCALATE-SORT-FILE.
       01  ESCALATE-SORT-RECORD.
           05  ES-AGE-DAYS                 PIC 9(05).
           05  ES-ORIGIN-DATE              PIC X(08).
           05  ES-REASON-CODE              PIC X(04).
           05  ES-FIELD-NAME               PIC X(20).
           05  ES-FILE-ID                  PIC X(20).
           05  ES-KEY                      PIC X(20).
           05  ES-AMOUNT                   PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The reject's 200-byte source record is read through the
      * standard record views for its key and FD-AMOUNT.
      *----------------------------------------------------------------
           COPY FILEREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-REJECT-FILE-STATUS       PIC X(02).
               88  WS-REJECT-FILE-OK       VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-RELEASE-EOF-SW               PIC X(01) VALUE "N".
           88  WS-RELEASE-EOF              VALUE "Y".
       01  WS-RETURN-EOF-SW                PIC X(01) VALUE "N".
           88  WS-RETURN-EOF               VALUE "Y".

       01  WS-REJECT-COUNTERS.
           05  WS-REJECTS-READ             PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-RESOLVED         PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-AGED             PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-ESCALATED        PIC 9(09) VALUE ZERO.
           05  WS-ESCALATED-AMOUNT         PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Aging work areas. Each unresolved reject lands in exactly
      * one band by its days since REJ-ORIGIN-RUN-DATE as of the
      * report date: 0-2, 3-7, 8-30, over 30, or - when the origin
      * date is blank, not a usable YYYYMMDD, or after the as-of
      * date - the unknown band.
      *----------------------------------------------------------------
       01  WS-AS-OF-DATE                   PIC X(08) VALUE SPACES.
       01  WS-AS-OF-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-ORIGIN-INTEGER               PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(08) VALUE ZERO.
       01  WS-DATE-WORK-NUM                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
       01  WS-DATE-WORK-MDY REDEFINES WS-DATE-WORK-NUM.
           05  WS-DW-YEAR                  PIC 9(04).
           05  WS-DW-MONTH                 PIC 9(02).
           05  WS-DW-DAY                   PIC 9(02).
       01  WS-ROUND-TRIP-DATE              PIC 9(08) VALUE ZERO.
       77  WS-AGE-SUB                      PIC 9(01) VALUE ZERO.
       77  WS-UNKNOWN-AGE-SUB              PIC 9(01) VALUE 5.

       01  WS-ESCALATION-DAYS              PIC 9(04) VALUE 30.
       01  WS-REJECT-AMOUNT                PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Band accumulators at three levels - the reason/file group,
      * the reason code, and the whole file - all the same shape so
      * any of them can be moved to WS-PRINT-BANDS for printing.
      *----------------------------------------------------------------
       01  WS-FILE-BANDS.
           05  WS-FB-BAND                  OCCURS 5 TIMES.
               10  WS-FB-COUNT             PIC 9(09).
               10  WS-FB-AMOUNT            PIC S9(13)V99.
       01  WS-REASON-BANDS.
           05  WS-RB-BAND                  OCCURS 5 TIMES.
               10  WS-RB-COUNT             PIC 9(09).
               10  WS-RB-AMOUNT            PIC S9(13)V99.
       01  WS-GRAND-BANDS.
           05  WS-GB-BAND                  OCCURS 5 TIMES.
               10  WS-GB-COUNT             PIC 9(09).
               10  WS-GB-AMOUNT            PIC S9(13)V99.
       01  WS-PRINT-BANDS.
           05  WS-PB-BAND                  OCCURS 5 TIMES.
               10  WS-PB-COUNT             PIC 9(09).
               10  WS-PB-AMOUNT            PIC S9(13)V99.
       01  WS-PRINT-TOTAL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-PRINT-TOTAL-AMOUNT           PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Control-break state for the aging section.
      *----------------------------------------------------------------
       01  WS-AGING-BREAK-FIELDS.
           05  WS-CURRENT-REASON           PIC X(04) VALUE SPACES.
           05  WS-CURRENT-FILE-ID          PIC X(20) VALUE SPACES.
       01  WS-BREAK-FIRST-SW               PIC X(01) VALUE "Y".
           88  WS-BREAK-FIRST              VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

      *----------------------------------------------------------------
      * Report pagination. Each section sets the column heading its
      * pages repeat in WS-CURRENT-COLUMN-HEADER.
      *----------------------------------------------------------------
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(02) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.
       01  WS-CURRENT-COLUMN-HEADER        PIC X(132) VALUE SPACES.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "REJECT BACKLOG AGING REPORT".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(07) VALUE "AS OF: ".
           05  WS-RPT-AS-OF-DATE           PIC X(08).
           05  FILLER                      PIC X(21) VALUE
                                            "  ESCALATION AGE:   ".
           05  WS-RPT-ESCALATION-DAYS      PIC ZZZ9.
           05  FILLER                      PIC X(05) VALUE " DAYS".

       01  WS-AGING-COLUMN-HEADER.
           05  FILLER                      PIC X(26) VALUE
                                            "REASON / SOURCE FILE".
           05  FILLER                      PIC X(20) VALUE "AGE BAND".
           05  FILLER                      PIC X(11) VALUE
                                            "      COUNT".
           05  FILLER                      PIC X(22) VALUE
                                            "                AMOUNT".

       01  WS-ESCALATE-COLUMN-HEADER.
           05  FILLER                      PIC X(09) VALUE "AGE DAYS".
           05  FILLER                      PIC X(10) VALUE "ORIGIN".
           05  FILLER                      PIC X(06) VALUE "RSN".
           05  FILLER                      PIC X(22) VALUE "FIELD".
           05  FILLER                      PIC X(22) VALUE
                                            "SOURCE FILE".
           05  FILLER                      PIC X(22) VALUE "KEY".
           05  FILLER                      PIC X(18) VALUE
                                            "            AMOUNT".

       01  WS-AGING-SECTION-LINE           PIC X(132) VALUE
           "UNRESOLVED REJECTS BY REASON CODE AND SOURCE FILE".

       01  WS-REPORT-GROUP-LINE.
           05  FILLER                      PIC X(08) VALUE "REASON: ".
           05  WS-RPT-GRP-REASON           PIC X(04).
           05  FILLER                      PIC X(16) VALUE
                                            "   SOURCE FILE: ".
           05  WS-RPT-GRP-FILE-ID          PIC X(20).

       01  WS-REPORT-REASON-TOTAL-LINE.
           05  FILLER                      PIC X(08) VALUE "REASON: ".
           05  WS-RPT-RSN-REASON           PIC X(04).
           05  FILLER                      PIC X(16) VALUE
                                            "   ALL FILES".

       01  WS-REPORT-GRAND-HEADER-LINE     PIC X(132) VALUE
           "ALL REASON CODES AND SOURCE FILES".

      *----------------------------------------------------------------
      * One band of a block, indented under the block's heading.
      *----------------------------------------------------------------
       01  WS-REPORT-BAND-LINE.
           05  FILLER                      PIC X(26) VALUE SPACES.
           05  WS-RPT-BAND-TEXT            PIC X(20).
           05  WS-RPT-BAND-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-BAND-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

      *----------------------------------------------------------------
      * Band captions, a table REDEFINES so the bands print by
      * subscript in step with the accumulators.
      *----------------------------------------------------------------
       01  WS-AGE-BAND-CAPTIONS.
           05  FILLER                      PIC X(20) VALUE
                                            "0 TO 2 DAYS".
           05  FILLER                      PIC X(20) VALUE
                                            "3 TO 7 DAYS".
           05  FILLER                      PIC X(20) VALUE
                                            "8 TO 30 DAYS".
           05  FILLER                      PIC X(20) VALUE
                                            "OVER 30 DAYS".
           05  FILLER                      PIC X(20) VALUE
                                            "ORIGIN UNKNOWN".
       01  WS-AGE-BAND-CAPTION-TABLE REDEFINES WS-AGE-BAND-CAPTIONS.
           05  WS-AGE-CAPTION              OCCURS 5 TIMES
                                            PIC X(20).
       01  WS-BAND-TOTAL-CAPTION           PIC X(20) VALUE "TOTAL".

       01  WS-ESCALATE-SECTION-LINE.
           05  FILLER                      PIC X(24) VALUE
                                            "REJECTS OLDER THAN".
           05  WS-RPT-ESC-SECTION-DAYS     PIC ZZZ9.
           05  FILLER                      PIC X(30) VALUE
                                    " DAYS - OLDEST FIRST".

       01  WS-REPORT-ESCALATE-LINE.
           05  WS-RPT-ESC-AGE              PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-ORIGIN           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-REASON           PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-FIELD-NAME       PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-FILE-ID          PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-KEY              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ESC-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ.99-.
       01  WS-RPT-ESC-AGE-NUM              PIC ZZZZZZ9.

       01  WS-REPORT-ESCALATE-TOTAL-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "REJECTS ESCALATED:".
           05  WS-RPT-ESC-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
                                            "  AMOUNT: ".
           05  WS-RPT-ESC-TOTAL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

       01  WS-REPORT-READ-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "REJECTS READ:".
           05  WS-RPT-REJECTS-READ         PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-RESOLVED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "ALREADY RESOLVED:".
           05  WS-RPT-REJECTS-RESOLVED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-AGED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "UNRESOLVED - AGED:".
           05  WS-RPT-REJECTS-AGED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO UNRESOLVED REJECTS ***".

       01  WS-REPORT-NO-ESCALATE-LINE      PIC X(132) VALUE
           "*** NO REJECTS PAST THE ESCALATION AGE ***".

      *----------------------------------------------------------------
      * PARM layout: the as-of date ages are measured to (blank for
      * today), then the escalation age in days, fixed four digits
      * (e.g. 0030); left off or blank, it defaults to 30 days.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-ESCALATION-DAYS      PIC X(04).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           MOVE WS-AGING-COLUMN-HEADER TO WS-CURRENT-COLUMN-HEADER
           PERFORM 7100-PRINT-PAGE-HEADINGS
           WRITE REPORT-LINE FROM WS-AGING-SECTION-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT

           SORT AGING-SORT-FILE
               ON ASCENDING KEY AS-REASON-CODE AS-FILE-ID
               INPUT PROCEDURE IS 2000-RELEASE-AGING-RECORDS
               OUTPUT PROCEDURE IS 3000-RETURN-AGING-RECORDS

           IF WS-REJECTS-AGED = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           MOVE WS-ESCALATE-COLUMN-HEADER TO WS-CURRENT-COLUMN-HEADER
           PERFORM 7100-PRINT-PAGE-HEADINGS
           MOVE WS-ESCALATION-DAYS TO WS-RPT-ESC-SECTION-DAYS
           WRITE REPORT-LINE FROM WS-ESCALATE-SECTION-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT

           MOVE "N" TO WS-RELEASE-EOF-SW
           MOVE "N" TO WS-RETURN-EOF-SW
           SORT ESCALATE-SORT-FILE
               ON DESCENDING KEY ES-AGE-DAYS
               ON ASCENDING KEY ES-FILE-ID ES-KEY
               INPUT PROCEDURE IS 4000-RELEASE-ESCALATIONS
               OUTPUT PROCEDURE IS 5000-RETURN-ESCALATIONS

           PERFORM 8000-PRINT-TOTALS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Resolves the as-of date and escalation age and opens the
      * report. The reject file is opened by each sort's input
      * procedure in turn.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF LS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
      *    Every reject is aged against this date, so it must prove
      *    itself the way an origin date does - a date the functions
      *    cannot take would age them all against day zero.
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NOT NUMERIC
                   OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                   OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                   OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
               DISPLAY "AS-OF DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-ROUND-TRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-AS-OF-INTEGER)
           IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
               DISPLAY "AS-OF DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           IF LS-PARM-LENGTH >= 12
               AND LS-ESCALATION-DAYS NOT = SPACES
               IF LS-ESCALATION-DAYS IS NOT NUMERIC
                   DISPLAY "ESCALATION DAYS MUST BE FOUR DIGITS (0030)"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE LS-ESCALATION-DAYS TO WS-ESCALATION-DAYS
           END-IF

           DISPLAY "REJECT AGING - AS OF: " WS-AS-OF-DATE
               " ESCALATION DAYS: " WS-ESCALATION-DAYS

           PERFORM 1100-ZERO-BANDS
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS.

       1100-ZERO-BANDS.
           MOVE ZERO TO WS-FB-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-FB-AMOUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-RB-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-RB-AMOUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-GB-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-GB-AMOUNT (WS-AGE-SUB).

      *----------------------------------------------------------------
      * SORT input procedure for the aging section: one pass of the
      * reject file, releasing each unresolved reject with its band.
      *----------------------------------------------------------------
       2000-RELEASE-AGING-RECORDS.
           PERFORM 2900-OPEN-REJECT-FILE

           PERFORM 2100-RELEASE-ONE-AGING UNTIL WS-RELEASE-EOF

           PERFORM 2950-CLOSE-REJECT-FILE.

       2100-RELEASE-ONE-AGING.
           READ REJECT-FILE
               AT END
                   SET WS-RELEASE-EOF TO TRUE
               NOT AT END
                   IF NOT WS-REJECT-FILE-OK
                       MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-REJECT-FILE-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-REJECTS-READ
                   IF REJ-RESOLVED
                       ADD 1 TO WS-REJECTS-RESOLVED
                   ELSE
                       ADD 1 TO WS-REJECTS-AGED
                       PERFORM 2200-AGE-ONE-REJECT
                       MOVE REJ-REASON-CODE TO AS-REASON-CODE
                       MOVE REJ-ORIGIN-FILE-ID TO AS-FILE-ID
                       MOVE WS-AGE-SUB TO AS-AGE-SUB
                       MOVE WS-REJECT-AMOUNT TO AS-AMOUNT
                       RELEASE AGING-SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Places the reject in hand in its band and picks up its
      * amount. The origin date must prove itself before its age is
      * trusted, exactly as MSTINV proves a maintenance date: range
      * checks keep garbage away from the date functions, and an
      * impossible date (20250230) fails the round trip through
      * INTEGER-OF-DATE and DATE-OF-INTEGER. A date after the as-of
      * date is no better - the age would be negative.
      *----------------------------------------------------------------
       2200-AGE-ONE-REJECT.
           MOVE REJ-SOURCE-RECORD TO FILE-RECORD
           IF FD-AMOUNT IS NUMERIC
               MOVE FD-AMOUNT TO WS-REJECT-AMOUNT
           ELSE
               MOVE ZERO TO WS-REJECT-AMOUNT
           END-IF

           MOVE WS-UNKNOWN-AGE-SUB TO WS-AGE-SUB
           MOVE ZERO TO WS-AGE-DAYS
           MOVE REJ-ORIGIN-RUN-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NUMERIC
                   AND WS-DW-YEAR > 1800 AND WS-DW-YEAR < 3000
                   AND WS-DW-MONTH >= 01 AND WS-DW-MONTH <= 12
                   AND WS-DW-DAY >= 01 AND WS-DW-DAY <= 31
               COMPUTE WS-ORIGIN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ORIGIN-INTEGER)
               IF WS-ROUND-TRIP-DATE = WS-DATE-WORK-NUM
                   AND WS-ORIGIN-INTEGER <= WS-AS-OF-INTEGER
                   COMPUTE WS-AGE-DAYS =
                       WS-AS-OF-INTEGER - WS-ORIGIN-INTEGER
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 2
                           MOVE 1 TO WS-AGE-SUB
                       WHEN WS-AGE-DAYS <= 7
                           MOVE 2 TO WS-AGE-SUB
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 3 TO WS-AGE-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-SUB
                   END-EVALUATE
               END-IF
           END-IF.

       2900-OPEN-REJECT-FILE.
           OPEN INPUT REJECT-FILE
           IF NOT WS-REJECT-FILE-OK
               MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-REJECT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       2950-CLOSE-REJECT-FILE.
           CLOSE REJECT-FILE
           IF NOT WS-REJECT-FILE-OK
               MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-REJECT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * SORT output procedure for the aging section: breaks on
      * source file within reason code, printing a banded block for
      * every reason/file group and every reason code, and the
      * banded grand total after the last.
      *----------------------------------------------------------------
       3000-RETURN-AGING-RECORDS.
           PERFORM 3100-RETURN-ONE-AGING UNTIL WS-RETURN-EOF

           IF NOT WS-BREAK-FIRST
               PERFORM 3200-PRINT-FILE-BLOCK
               PERFORM 3300-PRINT-REASON-BLOCK
               PERFORM 3400-PRINT-GRAND-BLOCK
           END-IF.

       3100-RETURN-ONE-AGING.
           RETURN AGING-SORT-FILE
               AT END
                   SET WS-RETURN-EOF TO TRUE
               NOT AT END
                   IF NOT WS-BREAK-FIRST
                       IF AS-REASON-CODE NOT = WS-CURRENT-REASON
                           PERFORM 3200-PRINT-FILE-BLOCK
                           PERFORM 3300-PRINT-REASON-BLOCK
                       ELSE
                           IF AS-FILE-ID NOT = WS-CURRENT-FILE-ID
                               PERFORM 3200-PRINT-FILE-BLOCK
                           END-IF
                       END-IF
                   END-IF
                   MOVE "N" TO WS-BREAK-FIRST-SW
                   MOVE AS-REASON-CODE TO WS-CURRENT-REASON
                   MOVE AS-FILE-ID TO WS-CURRENT-FILE-ID
                   MOVE AS-AGE-SUB TO WS-AGE-SUB
                   ADD 1 TO WS-FB-COUNT (WS-AGE-SUB)
                   ADD 1 TO WS-RB-COUNT (WS-AGE-SUB)
                   ADD 1 TO WS-GB-COUNT (WS-AGE-SUB)
                   ADD AS-AMOUNT TO WS-FB-AMOUNT (WS-AGE-SUB)
                   ADD AS-AMOUNT TO WS-RB-AMOUNT (WS-AGE-SUB)
                   ADD AS-AMOUNT TO WS-GB-AMOUNT (WS-AGE-SUB)
           END-RETURN.

      *----------------------------------------------------------------
      * The reason/file group just ended: its heading, its bands,
      * then the group's accumulators are cleared for the next.
      *----------------------------------------------------------------
       3200-PRINT-FILE-BLOCK.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           MOVE WS-CURRENT-REASON TO WS-RPT-GRP-REASON
           IF WS-CURRENT-FILE-ID = SPACES
               MOVE "(NOT STAMPED)" TO WS-RPT-GRP-FILE-ID
           ELSE
               MOVE WS-CURRENT-FILE-ID TO WS-RPT-GRP-FILE-ID
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-GROUP-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-FILE-BANDS TO WS-PRINT-BANDS
           PERFORM 3500-PRINT-BAND-BLOCK

           PERFORM 3210-ZERO-FILE-BAND
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5.

       3210-ZERO-FILE-BAND.
           MOVE ZERO TO WS-FB-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-FB-AMOUNT (WS-AGE-SUB).

      *----------------------------------------------------------------
      * The reason code just ended, across every source file.
      *----------------------------------------------------------------
       3300-PRINT-REASON-BLOCK.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           MOVE WS-CURRENT-REASON TO WS-RPT-RSN-REASON
           WRITE REPORT-LINE FROM WS-REPORT-REASON-TOTAL-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-REASON-BANDS TO WS-PRINT-BANDS
           PERFORM 3500-PRINT-BAND-BLOCK

           PERFORM 3310-ZERO-REASON-BAND
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5.

       3310-ZERO-REASON-BAND.
           MOVE ZERO TO WS-RB-COUNT (WS-AGE-SUB)
           MOVE ZERO TO WS-RB-AMOUNT (WS-AGE-SUB).

       3400-PRINT-GRAND-BLOCK.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-GRAND-HEADER-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-GRAND-BANDS TO WS-PRINT-BANDS
           PERFORM 3500-PRINT-BAND-BLOCK.

      *----------------------------------------------------------------
      * Prints WS-PRINT-BANDS: the four age bands always, the
      * unknown band only when something landed in it, then the
      * block total and a spacing line.
      *----------------------------------------------------------------
       3500-PRINT-BAND-BLOCK.
           MOVE ZERO TO WS-PRINT-TOTAL-COUNT
           MOVE ZERO TO WS-PRINT-TOTAL-AMOUNT

           PERFORM 3510-PRINT-ONE-BAND
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5

           MOVE WS-BAND-TOTAL-CAPTION TO WS-RPT-BAND-TEXT
           MOVE WS-PRINT-TOTAL-COUNT TO WS-RPT-BAND-COUNT
           MOVE WS-PRINT-TOTAL-AMOUNT TO WS-RPT-BAND-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-BAND-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       3510-PRINT-ONE-BAND.
           ADD WS-PB-COUNT (WS-AGE-SUB) TO WS-PRINT-TOTAL-COUNT
           ADD WS-PB-AMOUNT (WS-AGE-SUB) TO WS-PRINT-TOTAL-AMOUNT
           IF WS-AGE-SUB NOT = WS-UNKNOWN-AGE-SUB
               OR WS-PB-COUNT (WS-AGE-SUB) > ZERO
               MOVE WS-AGE-CAPTION (WS-AGE-SUB) TO WS-RPT-BAND-TEXT
               MOVE WS-PB-COUNT (WS-AGE-SUB) TO WS-RPT-BAND-COUNT
               MOVE WS-PB-AMOUNT (WS-AGE-SUB) TO WS-RPT-BAND-AMOUNT
               WRITE REPORT-LINE FROM WS-REPORT-BAND-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * SORT input procedure for the escalation list: a second pass
      * of the reject file, releasing every unresolved reject older
      * than the escalation age. An unknown origin cannot be shown
      * to be younger, so it is released too, as the oldest age.
      *----------------------------------------------------------------
       4000-RELEASE-ESCALATIONS.
           PERFORM 2900-OPEN-REJECT-FILE

           PERFORM 4100-RELEASE-ONE-ESCALATION UNTIL WS-RELEASE-EOF

           PERFORM 2950-CLOSE-REJECT-FILE.

       4100-RELEASE-ONE-ESCALATION.
           READ REJECT-FILE
               AT END
                   SET WS-RELEASE-EOF TO TRUE
               NOT AT END
                   IF NOT WS-REJECT-FILE-OK
                       MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-REJECT-FILE-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF NOT REJ-RESOLVED
                       PERFORM 2200-AGE-ONE-REJECT
                       IF WS-AGE-SUB = WS-UNKNOWN-AGE-SUB
                           OR WS-AGE-DAYS > WS-ESCALATION-DAYS
                           PERFORM 4200-RELEASE-ESCALATION
                       END-IF
                   END-IF
           END-READ.

       4200-RELEASE-ESCALATION.
           IF WS-AGE-SUB = WS-UNKNOWN-AGE-SUB
               OR WS-AGE-DAYS > 99999
               MOVE 99999 TO ES-AGE-DAYS
           ELSE
               MOVE WS-AGE-DAYS TO ES-AGE-DAYS
           END-IF
           MOVE REJ-ORIGIN-RUN-DATE TO ES-ORIGIN-DATE
           MOVE REJ-REASON-CODE TO ES-REASON-CODE
           MOVE REJ-FIELD-NAME TO ES-FIELD-NAME
           MOVE REJ-ORIGIN-FILE-ID TO ES-FILE-ID
           MOVE FD-KEY TO ES-KEY
           MOVE WS-REJECT-AMOUNT TO ES-AMOUNT
           RELEASE ESCALATE-SORT-RECORD.

      *----------------------------------------------------------------
      * SORT output procedure for the escalation list: one line per
      * reject, oldest first, with the count and amount at the end.
      *----------------------------------------------------------------
       5000-RETURN-ESCALATIONS.
           PERFORM 5100-RETURN-ONE-ESCALATION UNTIL WS-RETURN-EOF

           IF WS-REJECTS-ESCALATED = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NO-ESCALATE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               MOVE WS-REJECTS-ESCALATED TO WS-RPT-ESC-COUNT
               MOVE WS-ESCALATED-AMOUNT TO WS-RPT-ESC-TOTAL-AMOUNT
               WRITE REPORT-LINE FROM WS-REPORT-ESCALATE-TOTAL-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

       5100-RETURN-ONE-ESCALATION.
           RETURN ESCALATE-SORT-FILE
               AT END
                   SET WS-RETURN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-ESCALATED
                   ADD ES-AMOUNT TO WS-ESCALATED-AMOUNT
                   PERFORM 5200-PRINT-ESCALATION
           END-RETURN.

       5200-PRINT-ESCALATION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           IF ES-AGE-DAYS = 99999
               MOVE "UNKNOWN" TO WS-RPT-ESC-AGE
           ELSE
               MOVE ES-AGE-DAYS TO WS-RPT-ESC-AGE-NUM
               MOVE WS-RPT-ESC-AGE-NUM TO WS-RPT-ESC-AGE
           END-IF
           MOVE ES-ORIGIN-DATE TO WS-RPT-ESC-ORIGIN
           MOVE ES-REASON-CODE TO WS-RPT-ESC-REASON
           MOVE ES-FIELD-NAME TO WS-RPT-ESC-FIELD-NAME
           MOVE ES-FILE-ID TO WS-RPT-ESC-FILE-ID
           MOVE ES-KEY TO WS-RPT-ESC-KEY
           MOVE ES-AMOUNT TO WS-RPT-ESC-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-ESCALATE-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Starts a new report page: title with page number, the as-of
      * date and escalation age, and the current section's column
      * headings.
      *----------------------------------------------------------------
       7100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-RPT-PAGE-NO
           MOVE WS-AS-OF-DATE TO WS-RPT-AS-OF-DATE
           MOVE WS-ESCALATION-DAYS TO WS-RPT-ESCALATION-DAYS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-CURRENT-COLUMN-HEADER
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * End-of-report counts, so the reader can see every reject on
      * the file was either aged or already resolved.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-REJECTS-READ TO WS-RPT-REJECTS-READ
           MOVE WS-REJECTS-RESOLVED TO WS-RPT-REJECTS-RESOLVED
           MOVE WS-REJECTS-AGED TO WS-RPT-REJECTS-AGED
           WRITE REPORT-LINE FROM WS-REPORT-READ-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-RESOLVED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-AGED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           CLOSE REPORT-FILE
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
      * RC 0 when nothing is past the escalation age, 4 when
      * something is so the scheduler puts the report in front of
      * the supervisor, 8 on an I-O or PARM error.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTS-ESCALATED > ZERO
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
       END PROGRAM REJAGE.
