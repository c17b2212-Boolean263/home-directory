      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVIMP.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Delimited import of a partner's file - the reverse of EXTEXP.
      * Reads PARTNER.CSV, one row per line, and writes IMPORT.DAT in
      * the standard FILEREC layout, ready to be named on INLIST.DAT
      * or handed to MSTUPDT like any other transmission:
      *
      *   - a header carrying the partner's FH-FILE-ID and the run
      *     date, both off the PARM;
      *   - one detail per good row. The columns are EXTEXP's -
      *     FD-KEY, FD-DATA-FIELD-1, FD-DATA-FIELD-2, FD-AMOUNT -
      *     plus an optional fifth, FD-TRAN-CODE (A, C, D, or
      *     blank). The amount arrives as ordinary signed decimal
      *     (-1234.56) and is converted to the trailing-separate
      *     FD-AMOUNT;
      *   - a trailer computed from the details actually written,
      *     never copied from anything the partner sent.
      *
      * Fields may be quoted with double quotes, so a field can
      * carry the delimiter; a doubled quote inside a quoted field
      * is one quote. Unquoted fields lose their leading and
      * trailing spaces. The delimiter is a comma unless the PARM
      * names another; the letter T on the PARM means a tab.
      *
      * A row of exactly three fields whose first is "T" is the
      * partner's control row (EXTEXP writes the same one): its row
      * count and amount total are proven against every data row
      * read, good or rejected. A control row that does not agree
      * leaves IMPORT.DAT without a trailer - uncapped, so every
      * downstream balance check refuses it - and ends RC 8. No
      * control row is allowed; the report says the file was not
      * proven. A first row of column names is skipped - always when
      * the PARM says Y, never when it says N, and when blank only
      * if its first field reads FD-KEY, as EXTEXP's does.
      *
      * A row that cannot be converted is not written; it goes to
      * the reject listing on IMPRPT with its row number (its line
      * in PARTNER.CSV) and the reason, for the partner to correct
      * and resend.
      *
      * RC 0 = every row imported, RC 4 = rows rejected or no data
      * rows, RC 8 = bad PARM, control row out of balance, or an
      * I-O error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE
               ASSIGN TO "PARTNER.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTNER-FILE-STATUS.

           SELECT IMPORT-FILE
               ASSIGN TO "IMPORT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IMPORT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "IMPRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01  PARTNER-RECORD                  PIC X(400).

       FD  IMPORT-FILE.
       01  IMPORT-RECORD                   PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The output records are built through the standard views and
      * written from here.
      *----------------------------------------------------------------
           COPY FILEREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARTNER-FILE-STATUS      PIC X(02).
               88  WS-PARTNER-FILE-OK      VALUE "00".
           05  WS-IMPORT-FILE-STATUS       PIC X(02).
               88  WS-IMPORT-FILE-OK       VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-EOF-SW                       PIC X(01) VALUE "N".
           88  WS-EOF                      VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

      *----------------------------------------------------------------
      * Run date, proven the way MSTASOF proves its as-of date.
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

       01  WS-DELIMITER                    PIC X(01) VALUE ",".
       01  WS-TAB                          PIC X(01) VALUE X"09".
       01  WS-QUOTE                        PIC X(01) VALUE QUOTE.
       01  WS-HEADING-ROW-SW               PIC X(01) VALUE SPACE.
           88  WS-HEADING-ROW-ALWAYS       VALUE "Y".
           88  WS-HEADING-ROW-NEVER        VALUE "N".
           88  WS-HEADING-ROW-AUTO         VALUE SPACE.

      *----------------------------------------------------------------
      * Row splitting. WS-ROW-LEN is the row's length less trailing
      * spaces; each field is gathered into WS-CSV-FIELD one
      * character at a time. Six slots leave room to recognize a row
      * with one field too many.
      *----------------------------------------------------------------
       01  WS-ROW-NUMBER                   PIC 9(07) VALUE ZERO.
       01  WS-ROW-LEN                      PIC 9(03) VALUE ZERO.
       01  WS-IN-PTR                       PIC 9(03) VALUE ZERO.
       01  WS-ROW-CHAR                     PIC X(01) VALUE SPACE.
       01  WS-NEXT-CHAR                    PIC X(01) VALUE SPACE.
       01  WS-CSV-FIELDS.
           05  WS-FIELD-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-CSV-FIELD-ENTRY          OCCURS 6 TIMES.
               10  WS-CSV-FIELD            PIC X(40).
               10  WS-CSV-FIELD-LEN        PIC 9(02).
       01  WS-FIELD-MAX                    PIC 9(02) VALUE 6.
       01  WS-FIELD-WIDTH                  PIC 9(02) VALUE 40.
       01  WS-IN-QUOTES-SW                 PIC X(01) VALUE "N".
           88  WS-IN-QUOTES                VALUE "Y".
       01  WS-QUOTE-CLOSED-SW              PIC X(01) VALUE "N".
           88  WS-QUOTE-CLOSED             VALUE "Y".
       01  WS-FIELD-QUOTED-SW              PIC X(01) VALUE "N".
           88  WS-FIELD-QUOTED             VALUE "Y".

      *----------------------------------------------------------------
      * Row outcome. A blank reason is a good row.
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
       01  WS-HEADING-CHECKED-SW           PIC X(01) VALUE "N".
           88  WS-HEADING-CHECKED          VALUE "Y".
       01  WS-HEADING-SKIPPED-SW           PIC X(01) VALUE "N".
           88  WS-HEADING-SKIPPED          VALUE "Y".
       01  WS-CONTROL-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-CONTROL-SEEN             VALUE "Y".

      *----------------------------------------------------------------
      * Decimal-to-packed conversion: an optional leading sign, up
      * to WS-AMOUNT-MAX-DIGITS whole digits, and an optional point
      * with one or two decimals - nothing else. The value is built
      * up in cents and signed at the end.
      *----------------------------------------------------------------
       01  WS-AMOUNT-TEXT                  PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-TEXT-LEN              PIC 9(02) VALUE ZERO.
       01  WS-AMOUNT-MAX-DIGITS            PIC 9(02) VALUE ZERO.
       01  WS-AMOUNT-PTR                   PIC 9(02) VALUE ZERO.
       01  WS-AMOUNT-CHAR                  PIC X(01) VALUE SPACE.
       01  WS-AMOUNT-DIGIT REDEFINES WS-AMOUNT-CHAR
                                           PIC 9(01).
       01  WS-AMOUNT-WHOLE                 PIC 9(13) VALUE ZERO.
       01  WS-AMOUNT-FRACTION              PIC 9(02) VALUE ZERO.
       01  WS-WHOLE-DIGITS                 PIC 9(02) VALUE ZERO.
       01  WS-FRACTION-DIGITS              PIC 9(02) VALUE ZERO.
       01  WS-AMOUNT-PARSED                PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-NEGATIVE-SW           PIC X(01) VALUE "N".
           88  WS-AMOUNT-NEGATIVE          VALUE "Y".
       01  WS-AMOUNT-POINT-SW              PIC X(01) VALUE "N".
           88  WS-AMOUNT-POINT-SEEN        VALUE "Y".
       01  WS-AMOUNT-VALID-SW              PIC X(01) VALUE "Y".
           88  WS-AMOUNT-VALID             VALUE "Y".

      *----------------------------------------------------------------
      * Both sides of the partner's control row, and the trailer of
      * what this run wrote.
      *----------------------------------------------------------------
       01  WS-BALANCE-FIELDS.
           05  WS-DATA-ROWS-READ           PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-READ              PIC S9(13)V99 VALUE ZERO.
           05  WS-CONTROL-COUNT            PIC 9(09) VALUE ZERO.
           05  WS-CONTROL-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05  WS-DETAILS-WRITTEN          PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-WRITTEN           PIC S9(13)V99 VALUE ZERO.
           05  WS-ROWS-REJECTED            PIC 9(09) VALUE ZERO.
           05  WS-ROWS-SKIPPED             PIC 9(09) VALUE ZERO.
       01  WS-OUT-OF-BALANCE-SW            PIC X(01) VALUE "N".
           88  WS-OUT-OF-BALANCE           VALUE "Y".

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "PARTNER FILE IMPORT REPORT".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-RUN-DATE             PIC X(08).
           05  FILLER                      PIC X(12) VALUE
                                            "   FILE ID: ".
           05  WS-RPT-FILE-ID              PIC X(20).
           05  FILLER                      PIC X(14) VALUE
                                            "   DELIMITER: ".
           05  WS-RPT-DELIMITER            PIC X(03).

       01  WS-REPORT-REJECT-SECTION-LINE   PIC X(132) VALUE
           "REJECTED ROWS".

       01  WS-REPORT-REJECT-LINE.
           05  FILLER                      PIC X(06) VALUE "  ROW ".
           05  WS-RPT-REJECT-ROW           PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-REJECT-REASON        PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-REJECT-TEXT          PIC X(73).

       01  WS-REPORT-COUNT-LINE.
           05  WS-RPT-COUNT-CAPTION        PIC X(30).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-AMOUNT-LINE.
           05  WS-RPT-AMOUNT-CAPTION       PIC X(30).
           05  WS-RPT-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

       01  WS-REPORT-PROVEN-LINE           PIC X(132) VALUE
           "CONTROL ROW PROVEN - ROW COUNT AND AMOUNT TOTAL AGREE".

       01  WS-REPORT-NOT-PROVEN-LINE       PIC X(132) VALUE
           "NO CONTROL ROW SENT - FILE NOT PROVEN AGAINST THE PARTNER".

       01  WS-REPORT-OOB-LINE              PIC X(132) VALUE
           "*** CONTROL ROW OUT OF BALANCE - IMPORT NOT CAPPED ***".

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** PARTNER FILE HELD NO DATA ROWS ***".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-FILE-ID              PIC X(20).
               10  LS-DELIMITER            PIC X(01).
               10  LS-HEADING-ROW          PIC X(01).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ONE-ROW UNTIL WS-EOF

           PERFORM 3000-FINISH-IMPORT

           PERFORM 8000-PRINT-TOTALS

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Opens the report first, so even a PARM error leaves one;
      * proves the run date and file id, settles the delimiter and
      * the column-heading rule, then opens the files and writes
      * the import's header.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF LS-PARM-LENGTH >= 29
               AND LS-DELIMITER NOT = SPACE
               IF LS-DELIMITER = "T"
                   MOVE WS-TAB TO WS-DELIMITER
               ELSE
                   MOVE LS-DELIMITER TO WS-DELIMITER
               END-IF
           END-IF
           IF LS-PARM-LENGTH >= 30
               MOVE LS-HEADING-ROW TO WS-HEADING-ROW-SW
           END-IF

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE LS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE LS-FILE-ID TO WS-RPT-FILE-ID
           IF WS-DELIMITER = WS-TAB
               MOVE "TAB" TO WS-RPT-DELIMITER
           ELSE
               MOVE WS-DELIMITER TO WS-RPT-DELIMITER
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           DISPLAY "PARTNER FILE IMPORT - RUN DATE: " LS-RUN-DATE
               " FILE ID: " LS-FILE-ID

           MOVE LS-RUN-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NOT NUMERIC
                   OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                   OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                   OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
               DISPLAY "RUN DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-ROUND-TRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
               DISPLAY "RUN DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           IF LS-PARM-LENGTH < 28 OR LS-FILE-ID = SPACES
               DISPLAY "PARTNER FILE ID MUST BE SUPPLIED IN THE PARM"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF WS-DELIMITER = WS-QUOTE
               DISPLAY "THE QUOTE CHARACTER CANNOT BE THE DELIMITER"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-HEADING-ROW-ALWAYS AND NOT WS-HEADING-ROW-NEVER
                   AND NOT WS-HEADING-ROW-AUTO
               DISPLAY "HEADING ROW FLAG MUST BE Y, N, OR BLANK"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           OPEN INPUT PARTNER-FILE
           IF NOT WS-PARTNER-FILE-OK
               MOVE "PARTNER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-PARTNER-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT IMPORT-FILE
           IF NOT WS-IMPORT-FILE-OK
               MOVE "IMPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-IMPORT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE SPACES TO FILE-RECORD
           SET FILE-RECORD-IS-HEADER TO TRUE
           MOVE LS-RUN-DATE TO FH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO FH-RUN-TIME
           MOVE LS-FILE-ID TO FH-FILE-ID
           WRITE IMPORT-RECORD FROM FILE-RECORD
           IF NOT WS-IMPORT-FILE-OK
               MOVE "IMPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-IMPORT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * One physical line of the partner file. Blank lines are
      * passed over but still counted, so a row number is always
      * the line number the partner sees in their own file.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-ROW.
           READ PARTNER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT WS-PARTNER-FILE-OK
                       MOVE "PARTNER-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-PARTNER-FILE-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-ROW-NUMBER
                   IF PARTNER-RECORD NOT = SPACES
                       PERFORM 2050-TAKE-ROW
                   END-IF
           END-READ.

       2050-TAKE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-SPLIT-ROW

      *    The first row that carries anything may be column names.
           IF NOT WS-HEADING-CHECKED
               SET WS-HEADING-CHECKED TO TRUE
               IF WS-HEADING-ROW-ALWAYS
                   OR (WS-HEADING-ROW-AUTO
                       AND WS-CSV-FIELD (1) = "FD-KEY")
                   SET WS-HEADING-SKIPPED TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-HEADING-SKIPPED
                   ADD 1 TO WS-ROWS-SKIPPED
                   MOVE "N" TO WS-HEADING-SKIPPED-SW
               WHEN WS-REJECT-REASON = SPACES
                       AND WS-FIELD-COUNT = 3
                       AND WS-CSV-FIELD (1) = "T"
                   PERFORM 2500-TAKE-CONTROL-ROW
               WHEN OTHER
                   PERFORM 2200-TAKE-DATA-ROW
           END-EVALUATE.

      *----------------------------------------------------------------
      * Splits the row into WS-CSV-FIELD entries, honoring quotes.
      * A problem with the row's shape leaves WS-REJECT-REASON set.
      *----------------------------------------------------------------
       2100-SPLIT-ROW.
           MOVE 400 TO WS-ROW-LEN
           PERFORM 2110-SHRINK-ROW-LENGTH
               UNTIL WS-ROW-LEN < 1
               OR PARTNER-RECORD (WS-ROW-LEN:1) NOT = SPACE

           MOVE 1 TO WS-FIELD-COUNT
           MOVE SPACES TO WS-CSV-FIELD (1)
           MOVE ZERO TO WS-CSV-FIELD-LEN (1)
           MOVE "N" TO WS-IN-QUOTES-SW
           MOVE "N" TO WS-QUOTE-CLOSED-SW
           MOVE "N" TO WS-FIELD-QUOTED-SW

           MOVE 1 TO WS-IN-PTR
           PERFORM 2120-SCAN-ONE-CHARACTER
               UNTIL WS-IN-PTR > WS-ROW-LEN
               OR WS-REJECT-REASON NOT = SPACES

           IF WS-REJECT-REASON = SPACES AND WS-IN-QUOTES
               MOVE "QUOTED FIELD NOT CLOSED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2140-END-FIELD
           END-IF.

       2110-SHRINK-ROW-LENGTH.
           IF PARTNER-RECORD (WS-ROW-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-ROW-LEN
           END-IF.

       2120-SCAN-ONE-CHARACTER.
           MOVE PARTNER-RECORD (WS-IN-PTR:1) TO WS-ROW-CHAR
           IF WS-IN-PTR < WS-ROW-LEN
               MOVE PARTNER-RECORD (WS-IN-PTR + 1:1) TO WS-NEXT-CHAR
           ELSE
               MOVE SPACE TO WS-NEXT-CHAR
           END-IF

           EVALUATE TRUE
      *        Inside quotes only a quote means anything: doubled it
      *        is a literal quote, single it closes the field.
               WHEN WS-IN-QUOTES
                   IF WS-ROW-CHAR = WS-QUOTE
                       IF WS-NEXT-CHAR = WS-QUOTE
                           PERFORM 2130-APPEND-CHARACTER
                           ADD 1 TO WS-IN-PTR
                       ELSE
                           MOVE "N" TO WS-IN-QUOTES-SW
                           SET WS-QUOTE-CLOSED TO TRUE
                       END-IF
                   ELSE
                       PERFORM 2130-APPEND-CHARACTER
                   END-IF
               WHEN WS-ROW-CHAR = WS-DELIMITER
                   PERFORM 2140-END-FIELD
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2150-START-FIELD
                   END-IF
               WHEN WS-QUOTE-CLOSED
                   IF WS-ROW-CHAR NOT = SPACE
                       MOVE "TEXT AFTER A CLOSING QUOTE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN WS-ROW-CHAR = WS-QUOTE
                       AND WS-CSV-FIELD-LEN (WS-FIELD-COUNT) = ZERO
                   SET WS-IN-QUOTES TO TRUE
                   SET WS-FIELD-QUOTED TO TRUE
               WHEN WS-ROW-CHAR = SPACE
                       AND WS-CSV-FIELD-LEN (WS-FIELD-COUNT) = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 2130-APPEND-CHARACTER
           END-EVALUATE

           ADD 1 TO WS-IN-PTR.

       2130-APPEND-CHARACTER.
           IF WS-CSV-FIELD-LEN (WS-FIELD-COUNT) >= WS-FIELD-WIDTH
               MOVE "FIELD TOO LONG" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-CSV-FIELD-LEN (WS-FIELD-COUNT)
               MOVE WS-ROW-CHAR TO WS-CSV-FIELD (WS-FIELD-COUNT)
                   (WS-CSV-FIELD-LEN (WS-FIELD-COUNT):1)
           END-IF.

      *----------------------------------------------------------------
      * Closes the field being gathered: an unquoted field gives up
      * its trailing spaces, a quoted one keeps what was inside.
      *----------------------------------------------------------------
       2140-END-FIELD.
           IF NOT WS-FIELD-QUOTED
               PERFORM 2145-SHRINK-FIELD-LENGTH
                   UNTIL WS-CSV-FIELD-LEN (WS-FIELD-COUNT) < 1
                   OR WS-CSV-FIELD (WS-FIELD-COUNT)
                       (WS-CSV-FIELD-LEN (WS-FIELD-COUNT):1)
                       NOT = SPACE
           END-IF.

       2145-SHRINK-FIELD-LENGTH.
           SUBTRACT 1 FROM WS-CSV-FIELD-LEN (WS-FIELD-COUNT).

       2150-START-FIELD.
           IF WS-FIELD-COUNT >= WS-FIELD-MAX
               MOVE "TOO MANY FIELDS" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-FIELD-COUNT
               MOVE SPACES TO WS-CSV-FIELD (WS-FIELD-COUNT)
               MOVE ZERO TO WS-CSV-FIELD-LEN (WS-FIELD-COUNT)
               MOVE "N" TO WS-QUOTE-CLOSED-SW
               MOVE "N" TO WS-FIELD-QUOTED-SW
           END-IF.

       2200-TAKE-DATA-ROW.
           ADD 1 TO WS-DATA-ROWS-READ
           IF WS-CONTROL-SEEN AND WS-REJECT-REASON = SPACES
               MOVE "ROW FOLLOWS THE CONTROL ROW"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-CONVERT-DETAIL
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-WRITE-DETAIL
           ELSE
               PERFORM 2600-LIST-REJECT
           END-IF.

      *----------------------------------------------------------------
      * Edits a data row's fields into the detail view. Every data
      * row's amount counts toward the control-row proof whether or
      * not the row is otherwise good, as long as it can be read.
      *----------------------------------------------------------------
       2300-CONVERT-DETAIL.
           IF WS-FIELD-COUNT < 4 OR WS-FIELD-COUNT > 5
               MOVE "ROW DOES NOT HAVE 4 OR 5 FIELDS"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-CSV-FIELD (4) TO WS-AMOUNT-TEXT
               MOVE WS-CSV-FIELD-LEN (4) TO WS-AMOUNT-TEXT-LEN
               MOVE 11 TO WS-AMOUNT-MAX-DIGITS
               PERFORM 2700-PARSE-AMOUNT
               IF NOT WS-AMOUNT-VALID
                   MOVE "AMOUNT NOT A SIGNED DECIMAL (-1234.56)"
                       TO WS-REJECT-REASON
               ELSE
                   ADD WS-AMOUNT-PARSED TO WS-AMOUNT-READ
                   PERFORM 2310-EDIT-DETAIL-FIELDS
               END-IF
           END-IF.

       2310-EDIT-DETAIL-FIELDS.
           EVALUATE TRUE
               WHEN WS-CSV-FIELD-LEN (1) = ZERO
                   MOVE "KEY IS MISSING" TO WS-REJECT-REASON
               WHEN WS-CSV-FIELD-LEN (1) > 20
                   MOVE "KEY LONGER THAN 20" TO WS-REJECT-REASON
               WHEN WS-CSV-FIELD-LEN (2) > 30
                   MOVE "FIELD 2 LONGER THAN 30" TO WS-REJECT-REASON
               WHEN WS-CSV-FIELD-LEN (3) > 30
                   MOVE "FIELD 3 LONGER THAN 30" TO WS-REJECT-REASON
               WHEN WS-FIELD-COUNT = 5
                       AND WS-CSV-FIELD-LEN (5) > 1
                   MOVE "TRAN CODE MUST BE A, C, D, OR BLANK"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO FILE-RECORD
                   SET FILE-RECORD-IS-DETAIL TO TRUE
                   MOVE WS-CSV-FIELD (1) TO FD-KEY
                   MOVE WS-CSV-FIELD (2) TO FD-DATA-FIELD-1
                   MOVE WS-CSV-FIELD (3) TO FD-DATA-FIELD-2
                   MOVE WS-AMOUNT-PARSED TO FD-AMOUNT
                   IF WS-FIELD-COUNT = 5
                       MOVE WS-CSV-FIELD (5) TO FD-TRAN-CODE
                   END-IF
                   IF NOT FD-TRAN-ADD AND NOT FD-TRAN-CHANGE
                           AND NOT FD-TRAN-DELETE
                           AND FD-TRAN-CODE NOT = SPACE
                       MOVE "TRAN CODE MUST BE A, C, D, OR BLANK"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2400-WRITE-DETAIL.
           WRITE IMPORT-RECORD FROM FILE-RECORD
           IF NOT WS-IMPORT-FILE-OK
               MOVE "IMPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-IMPORT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD FD-AMOUNT TO WS-AMOUNT-WRITTEN.

      *----------------------------------------------------------------
      * The partner's control row: T, the data-row count, and the
      * amount total. Only one is taken; a second is a reject.
      *----------------------------------------------------------------
       2500-TAKE-CONTROL-ROW.
           IF WS-CONTROL-SEEN
               MOVE "SECOND CONTROL ROW" TO WS-REJECT-REASON
               PERFORM 2600-LIST-REJECT
           ELSE
               SET WS-CONTROL-SEEN TO TRUE
               PERFORM 2510-PARSE-CONTROL-ROW
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 2600-LIST-REJECT
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

       2510-PARSE-CONTROL-ROW.
           MOVE WS-CSV-FIELD (2) TO WS-AMOUNT-TEXT
           MOVE WS-CSV-FIELD-LEN (2) TO WS-AMOUNT-TEXT-LEN
           MOVE 9 TO WS-AMOUNT-MAX-DIGITS
           PERFORM 2700-PARSE-AMOUNT
           IF NOT WS-AMOUNT-VALID OR WS-AMOUNT-NEGATIVE
                   OR WS-AMOUNT-POINT-SEEN
               MOVE "CONTROL ROW COUNT IS NOT A WHOLE NUMBER"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-AMOUNT-PARSED TO WS-CONTROL-COUNT
               MOVE WS-CSV-FIELD (3) TO WS-AMOUNT-TEXT
               MOVE WS-CSV-FIELD-LEN (3) TO WS-AMOUNT-TEXT-LEN
               MOVE 13 TO WS-AMOUNT-MAX-DIGITS
               PERFORM 2700-PARSE-AMOUNT
               IF NOT WS-AMOUNT-VALID
                   MOVE "CONTROL ROW AMOUNT IS NOT A SIGNED DECIMAL"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-AMOUNT-PARSED TO WS-CONTROL-AMOUNT
               END-IF
           END-IF.

       2600-LIST-REJECT.
           IF WS-ROWS-REJECTED = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-REJECT-SECTION-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF
           ADD 1 TO WS-ROWS-REJECTED
           MOVE WS-ROW-NUMBER TO WS-RPT-REJECT-ROW
           MOVE WS-REJECT-REASON TO WS-RPT-REJECT-REASON
           MOVE PARTNER-RECORD TO WS-RPT-REJECT-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-REJECT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Converts WS-AMOUNT-TEXT to WS-AMOUNT-PARSED. Anything but an
      * optional leading sign, digits, and one point followed by at
      * most two digits makes the text invalid.
      *----------------------------------------------------------------
       2700-PARSE-AMOUNT.
           MOVE "Y" TO WS-AMOUNT-VALID-SW
           MOVE "N" TO WS-AMOUNT-NEGATIVE-SW
           MOVE "N" TO WS-AMOUNT-POINT-SW
           MOVE ZERO TO WS-AMOUNT-WHOLE
           MOVE ZERO TO WS-AMOUNT-FRACTION
           MOVE ZERO TO WS-WHOLE-DIGITS
           MOVE ZERO TO WS-FRACTION-DIGITS
           MOVE ZERO TO WS-AMOUNT-PARSED

           MOVE 1 TO WS-AMOUNT-PTR
           IF WS-AMOUNT-TEXT (1:1) = "-"
               SET WS-AMOUNT-NEGATIVE TO TRUE
               MOVE 2 TO WS-AMOUNT-PTR
           END-IF
           IF WS-AMOUNT-TEXT (1:1) = "+"
               MOVE 2 TO WS-AMOUNT-PTR
           END-IF

           PERFORM 2710-PARSE-ONE-CHARACTER
               UNTIL WS-AMOUNT-PTR > WS-AMOUNT-TEXT-LEN
               OR NOT WS-AMOUNT-VALID

      *    An empty field, or a bare sign or point, is not a number.
           IF WS-WHOLE-DIGITS + WS-FRACTION-DIGITS = ZERO
               MOVE "N" TO WS-AMOUNT-VALID-SW
           END-IF

           IF WS-AMOUNT-VALID
               IF WS-FRACTION-DIGITS = 1
                   MULTIPLY 10 BY WS-AMOUNT-FRACTION
               END-IF
               COMPUTE WS-AMOUNT-PARSED =
                   WS-AMOUNT-WHOLE + WS-AMOUNT-FRACTION / 100
               IF WS-AMOUNT-NEGATIVE
                   COMPUTE WS-AMOUNT-PARSED = ZERO - WS-AMOUNT-PARSED
               END-IF
           END-IF.

       2710-PARSE-ONE-CHARACTER.
           MOVE WS-AMOUNT-TEXT (WS-AMOUNT-PTR:1) TO WS-AMOUNT-CHAR
           EVALUATE TRUE
               WHEN WS-AMOUNT-CHAR = "."
                   IF WS-AMOUNT-POINT-SEEN
                       MOVE "N" TO WS-AMOUNT-VALID-SW
                   ELSE
                       SET WS-AMOUNT-POINT-SEEN TO TRUE
                   END-IF
               WHEN WS-AMOUNT-CHAR IS NOT NUMERIC
                   MOVE "N" TO WS-AMOUNT-VALID-SW
               WHEN WS-AMOUNT-POINT-SEEN
                   IF WS-FRACTION-DIGITS >= 2
                       MOVE "N" TO WS-AMOUNT-VALID-SW
                   ELSE
                       ADD 1 TO WS-FRACTION-DIGITS
                       COMPUTE WS-AMOUNT-FRACTION =
                           WS-AMOUNT-FRACTION * 10 + WS-AMOUNT-DIGIT
                   END-IF
               WHEN OTHER
                   IF WS-WHOLE-DIGITS >= WS-AMOUNT-MAX-DIGITS
                       MOVE "N" TO WS-AMOUNT-VALID-SW
                   ELSE
                       ADD 1 TO WS-WHOLE-DIGITS
                       COMPUTE WS-AMOUNT-WHOLE =
                           WS-AMOUNT-WHOLE * 10 + WS-AMOUNT-DIGIT
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-AMOUNT-PTR.

      *----------------------------------------------------------------
      * Proves the partner's control row, if one came, against every
      * data row read, then caps the import with the trailer of what
      * was written - unless the proof failed, when the file is left
      * uncapped so nothing downstream can take it.
      *----------------------------------------------------------------
       3000-FINISH-IMPORT.
           CLOSE PARTNER-FILE
           IF NOT WS-PARTNER-FILE-OK
               MOVE "PARTNER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-PARTNER-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF WS-CONTROL-SEEN
               IF WS-CONTROL-COUNT NOT = WS-DATA-ROWS-READ
                       OR WS-CONTROL-AMOUNT NOT = WS-AMOUNT-READ
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF

           IF NOT WS-OUT-OF-BALANCE
               MOVE SPACES TO FILE-RECORD
               SET FILE-RECORD-IS-TRAILER TO TRUE
               MOVE WS-DETAILS-WRITTEN TO FT-RECORD-COUNT
               MOVE WS-AMOUNT-WRITTEN TO FT-AMOUNT-TOTAL
               WRITE IMPORT-RECORD FROM FILE-RECORD
               IF NOT WS-IMPORT-FILE-OK
                   MOVE "IMPORT-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-IMPORT-FILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           ELSE
               DISPLAY "CONTROL ROW OUT OF BALANCE - IMPORT.DAT "
                   "LEFT WITHOUT A TRAILER"
           END-IF

           CLOSE IMPORT-FILE
           IF NOT WS-IMPORT-FILE-OK
               MOVE "IMPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-IMPORT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Totals: what came in, what went out, and the proof.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "LINES READ:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ROW-NUMBER TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "COLUMN HEADING ROWS SKIPPED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ROWS-SKIPPED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "DATA ROWS READ:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-DATA-ROWS-READ TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "AMOUNT READ:" TO WS-RPT-AMOUNT-CAPTION
           MOVE WS-AMOUNT-READ TO WS-RPT-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-AMOUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "ROWS REJECTED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ROWS-REJECTED TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "DETAILS WRITTEN:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-DETAILS-WRITTEN TO WS-RPT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "AMOUNT WRITTEN:" TO WS-RPT-AMOUNT-CAPTION
           MOVE WS-AMOUNT-WRITTEN TO WS-RPT-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-AMOUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF WS-CONTROL-SEEN
               MOVE "CONTROL ROW COUNT:" TO WS-RPT-COUNT-CAPTION
               MOVE WS-CONTROL-COUNT TO WS-RPT-COUNT
               WRITE REPORT-LINE FROM WS-REPORT-COUNT-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               MOVE "CONTROL ROW AMOUNT:" TO WS-RPT-AMOUNT-CAPTION
               MOVE WS-CONTROL-AMOUNT TO WS-RPT-AMOUNT
               WRITE REPORT-LINE FROM WS-REPORT-AMOUNT-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   WRITE REPORT-LINE FROM WS-REPORT-OOB-LINE
               WHEN WS-CONTROL-SEEN
                   WRITE REPORT-LINE FROM WS-REPORT-PROVEN-LINE
               WHEN OTHER
                   WRITE REPORT-LINE FROM WS-REPORT-NOT-PROVEN-LINE
           END-EVALUATE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF WS-DATA-ROWS-READ = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

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
      * RC 8 on an error or a control row that did not prove, 4 when
      * rows were rejected or nothing came in, 0 on a clean import.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR OR WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ROWS-REJECTED > ZERO
                       OR WS-DATA-ROWS-READ = ZERO
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
       END PROGRAM CSVIMP.
