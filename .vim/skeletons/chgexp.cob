      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGEXP.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Delimited form of a master change feed, for the downstream
      * systems that load changes from a spreadsheet-style file
      * rather than the fixed CHGREC layout. The feed is proven
      * against its own trailer FIRST - a feed that does not
      * balance is never exported - then re-read and written the
      * way EXTEXP writes EXPORT.CSV:
      *
      *   - a header row naming the columns;
      *   - one row per detail: the key, the action (A, C, or D),
      *     the run date, the reversal flag (Y on the compensating
      *     details of a BACK run), then the before-image and the
      *     after-image fields, each trimmed of its fixed-width
      *     padding and the amounts in ordinary signed decimal
      *     (-1234.56). A missing image - the before-image of an
      *     add, the after-image of a delete - leaves its fields
      *     empty;
      *   - a final control row, "T" plus the row count and the net
      *     MR-AMOUNT movement off the feed's trailer, so the
      *     receiving side can validate the load without trusting
      *     the transfer.
      *
      * LS-INPUT-FILE-OVERRIDE names the feed (default CHGFEED.DAT,
      * MSTUPDT's; name an ONLFEED generation to export an MSTMNT
      * session's); a non-blank LS-RUN-DATE must match the feed
      * header's, so yesterday's changes cannot be shipped as
      * today's. The delimiter is WS-DELIMITER, as in EXTEXP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-DSNAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-FEED-STATUS.

           SELECT EXPORT-FILE
               ASSIGN TO "CHGCSV.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXPORT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CHGRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FEED-FILE.
           COPY CHGREC.

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                   PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CHANGE-FEED-STATUS       PIC X(02).
               88  WS-CHANGE-FEED-OK       VALUE "00".
           05  WS-EXPORT-STATUS            PIC X(02).
               88  WS-EXPORT-OK            VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-EOF-SW                       PIC X(01) VALUE "N".
           88  WS-EOF                      VALUE "Y".

       01  WS-SUMMARY-PRINTED-SW           PIC X(01) VALUE "N".
           88  WS-SUMMARY-PRINTED          VALUE "Y".

       01  WS-FEED-DSNAME                  PIC X(80)
                                            VALUE "CHGFEED.DAT".

       01  WS-DELIMITER                    PIC X(01) VALUE ",".

      *----------------------------------------------------------------
      * Proving-pass state: both sides of the feed's trailer
      * balance, plus the header checks.
      *----------------------------------------------------------------
       01  WS-BALANCE-FIELDS.
           05  WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
           05  WS-NET-AMOUNT               PIC S9(13)V99 VALUE ZERO.
           05  WS-TRAILER-RECORD-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TRAILER-NET-AMOUNT       PIC S9(13)V99 VALUE ZERO.
       01  WS-HEADER-SEEN-SW               PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN              VALUE "Y".
       01  WS-TRAILER-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN             VALUE "Y".
       01  WS-FEED-SOURCE                  PIC X(20) VALUE SPACES.

       01  WS-RECORDS-EXPORTED             PIC 9(09) VALUE ZERO.
       01  WS-REVERSALS-EXPORTED           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * One master image - before or after - while its fields are
      * appended to the row; laid out as MSTREC.
      *----------------------------------------------------------------
       01  WS-IMAGE-WORK.
           05  WS-IMAGE-KEY                PIC X(20).
           05  WS-IMAGE-DATA-FIELD-1       PIC X(30).
           05  WS-IMAGE-DATA-FIELD-2       PIC X(30).
           05  WS-IMAGE-AMOUNT             PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
           05  WS-IMAGE-LAST-MAINT-DATE    PIC X(08).
           05  WS-IMAGE-LAST-TRAN-CODE     PIC X(01).
           05  WS-IMAGE-FILLER             PIC X(17).

      *----------------------------------------------------------------
      * Row-building work areas, as in EXTEXP. WS-TRIM-FIELD holds
      * one fixed-width field while the trailing-space trim finds
      * its real length; the edited amount is trimmed of leading
      * spaces the same way.
      *----------------------------------------------------------------
       01  WS-EXPORT-BUILD                 PIC X(300) VALUE SPACES.
       77  WS-OUT-PTR                      PIC 9(03) VALUE 1.
       01  WS-TRIM-FIELD                   PIC X(30) VALUE SPACES.
       77  WS-TRIM-LEN                     PIC 9(02) VALUE ZERO.
      *    Sized for the S9(13)V99 trailer net the control row
      *    carries, not just the S9(11)V99 image amounts.
       01  WS-AMOUNT-EDITED                PIC -(13)9.99.
       01  WS-AMOUNT-EDITED-X REDEFINES WS-AMOUNT-EDITED
                                           PIC X(17).
       77  WS-AMT-START                    PIC 9(02) VALUE 1.
       01  WS-COUNT-EDITED                 PIC 9(09).

       01  WS-EXPORT-COLUMN-ROW.
           05  FILLER                      PIC X(29) VALUE
               "KEY,ACTION,RUN-DATE,REVERSAL,".
           05  FILLER                      PIC X(40) VALUE
               "BEFORE-DATA-FIELD-1,BEFORE-DATA-FIELD-2,".
           05  FILLER                      PIC X(37) VALUE
               "BEFORE-AMOUNT,BEFORE-LAST-MAINT-DATE,".
           05  FILLER                      PIC X(22) VALUE
               "BEFORE-LAST-TRAN-CODE,".
           05  FILLER                      PIC X(38) VALUE
               "AFTER-DATA-FIELD-1,AFTER-DATA-FIELD-2,".
           05  FILLER                      PIC X(35) VALUE
               "AFTER-AMOUNT,AFTER-LAST-MAINT-DATE,".
           05  FILLER                      PIC X(20) VALUE
               "AFTER-LAST-TRAN-CODE".
           05  FILLER                      PIC X(79) VALUE SPACES.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "CHANGE FEED EXPORT REPORT".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-RUN-DATE             PIC X(08).

       01  WS-REPORT-DSNAME-LINE.
           05  FILLER                      PIC X(17) VALUE
                                            "FEED DATASET:    ".
           05  WS-RPT-FEED-DSNAME          PIC X(80).

       01  WS-REPORT-SOURCE-LINE.
           05  FILLER                      PIC X(17) VALUE
                                            "FEED SOURCE:     ".
           05  WS-RPT-FEED-SOURCE          PIC X(20).

       01  WS-REPORT-READ-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "DETAILS READ:".
           05  WS-RPT-DETAILS-READ         PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-EXPORTED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "ROWS EXPORTED:".
           05  WS-RPT-ROWS-EXPORTED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-REVERSAL-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "  OF WHICH REVERSALS:".
           05  WS-RPT-REVERSALS            PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-NET-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "NET AMOUNT MOVEMENT:".
           05  WS-RPT-NET-AMOUNT           PIC -(13)9.99.

       01  WS-REPORT-BALANCED-LINE         PIC X(132) VALUE
           "CHANGE FEED BALANCED TO ITS TRAILER BEFORE EXPORT".

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** CHANGE FEED HELD NO DETAIL RECORDS ***".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).
               10  LS-INPUT-FILE-OVERRIDE  PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           DISPLAY "CHANGE FEED EXPORT - RUN DATE: " LS-RUN-DATE

      *    The override is only real when the caller's PARM was long
      *    enough to contain all 88 bytes, as in EXTEXP.
           IF LS-PARM-LENGTH >= 88
                   AND LS-INPUT-FILE-OVERRIDE NOT = SPACES
               MOVE LS-INPUT-FILE-OVERRIDE TO WS-FEED-DSNAME
           END-IF

      *    Prove first: the export is only written off a feed that
      *    balances to its own trailer.
           PERFORM 2000-PROVE-FEED

           PERFORM 3000-WRITE-EXPORT

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * The proving pass: header present (and on the right date),
      * details counted and their net movement summed the way the
      * writer summed it, trailer present and matching. Any failure
      * ends the run RC 8 with no export written.
      *----------------------------------------------------------------
       2000-PROVE-FEED.
           OPEN INPUT CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 2100-PROVE-ONE-RECORD UNTIL WS-EOF

           CLOSE CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF NOT WS-HEADER-SEEN
               DISPLAY "NO HEADER RECORD ON CHANGE FEED: "
                   WS-FEED-DSNAME
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "NO TRAILER RECORD ON CHANGE FEED: "
                   WS-FEED-DSNAME
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF WS-TRAILER-RECORD-COUNT NOT = WS-DETAIL-COUNT
               OR WS-TRAILER-NET-AMOUNT NOT = WS-NET-AMOUNT
               DISPLAY "CHANGE FEED OUT OF BALANCE AGAINST ITS "
                   "TRAILER: " WS-FEED-DSNAME
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF.

       2100-PROVE-ONE-RECORD.
           READ CHANGE-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT WS-CHANGE-FEED-OK
                       MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
                       MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   EVALUATE TRUE
                       WHEN CF-RECORD-IS-HEADER
                           SET WS-HEADER-SEEN TO TRUE
                           MOVE CFH-FEED-SOURCE TO WS-FEED-SOURCE
                           IF LS-RUN-DATE NOT = SPACES
                                   AND CFH-RUN-DATE NOT = LS-RUN-DATE
                               DISPLAY "CHANGE FEED HEADER RUN DATE "
                                   CFH-RUN-DATE " DOES NOT MATCH "
                                   "RUN DATE " LS-RUN-DATE
                               SET WS-FATAL-ERROR TO TRUE
                               PERFORM 9000-TERMINATE
                           END-IF
                       WHEN CF-RECORD-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE CFT-RECORD-COUNT
                               TO WS-TRAILER-RECORD-COUNT
                           MOVE CFT-NET-AMOUNT
                               TO WS-TRAILER-NET-AMOUNT
                       WHEN CF-RECORD-IS-DETAIL
                           ADD 1 TO WS-DETAIL-COUNT
                           IF CFD-AFTER-AMOUNT IS NUMERIC
                               ADD CFD-AFTER-AMOUNT TO WS-NET-AMOUNT
                           END-IF
                           IF CFD-BEFORE-AMOUNT IS NUMERIC
                               SUBTRACT CFD-BEFORE-AMOUNT
                                   FROM WS-NET-AMOUNT
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * The export pass: column header row, one delimited row per
      * detail, and the control row the receiving side validates
      * its load against.
      *----------------------------------------------------------------
       3000-WRITE-EXPORT.
           MOVE "N" TO WS-EOF-SW

           OPEN INPUT CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF NOT WS-EXPORT-OK
               MOVE "EXPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXPORT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           WRITE EXPORT-RECORD FROM WS-EXPORT-COLUMN-ROW
           IF NOT WS-EXPORT-OK
               MOVE "EXPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXPORT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 3100-EXPORT-ONE-RECORD UNTIL WS-EOF

           PERFORM 3500-WRITE-CONTROL-ROW

           CLOSE EXPORT-FILE
           IF NOT WS-EXPORT-OK
               MOVE "EXPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXPORT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       3100-EXPORT-ONE-RECORD.
           READ CHANGE-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT WS-CHANGE-FEED-OK
                       MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
                       MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF CF-RECORD-IS-DETAIL
                       PERFORM 3200-BUILD-EXPORT-ROW
                       WRITE EXPORT-RECORD FROM WS-EXPORT-BUILD
                       IF NOT WS-EXPORT-OK
                           MOVE "EXPORT-FILE" TO WS-ERROR-FILE-ID
                           MOVE WS-EXPORT-STATUS TO WS-ERROR-STATUS
                           PERFORM 9999-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-RECORDS-EXPORTED
                       IF CFD-REVERSAL
                           ADD 1 TO WS-REVERSALS-EXPORTED
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Builds one delimited row: the detail's own fields, then the
      * before-image and the after-image.
      *----------------------------------------------------------------
       3200-BUILD-EXPORT-ROW.
           MOVE SPACES TO WS-EXPORT-BUILD
           MOVE 1 TO WS-OUT-PTR

           MOVE CFD-KEY TO WS-TRIM-FIELD
           MOVE 20 TO WS-TRIM-LEN
           PERFORM 3300-APPEND-TRIMMED-FIELD
           STRING WS-DELIMITER CFD-ACTION WS-DELIMITER
               CFD-RUN-DATE WS-DELIMITER
               CFD-REVERSAL-FLAG WS-DELIMITER
               DELIMITED BY SIZE
               INTO WS-EXPORT-BUILD
               WITH POINTER WS-OUT-PTR
           END-STRING

           MOVE CFD-BEFORE-IMAGE TO WS-IMAGE-WORK
           PERFORM 3250-APPEND-IMAGE
           STRING WS-DELIMITER DELIMITED BY SIZE
               INTO WS-EXPORT-BUILD
               WITH POINTER WS-OUT-PTR
           END-STRING

           MOVE CFD-AFTER-IMAGE TO WS-IMAGE-WORK
           PERFORM 3250-APPEND-IMAGE.

      *----------------------------------------------------------------
      * Appends the five data fields of the image in WS-IMAGE-WORK,
      * trimmed, with the amount re-edited to a floating sign. The
      * key is not repeated - it is the row's own. An image of all
      * spaces (the side of an add or delete that has no record)
      * gives five empty fields, not a zero amount.
      *----------------------------------------------------------------
       3250-APPEND-IMAGE.
           IF WS-IMAGE-WORK = SPACES
               STRING WS-DELIMITER WS-DELIMITER WS-DELIMITER
                   WS-DELIMITER
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               MOVE WS-IMAGE-DATA-FIELD-1 TO WS-TRIM-FIELD
               MOVE 30 TO WS-TRIM-LEN
               PERFORM 3300-APPEND-TRIMMED-FIELD
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING

               MOVE WS-IMAGE-DATA-FIELD-2 TO WS-TRIM-FIELD
               MOVE 30 TO WS-TRIM-LEN
               PERFORM 3300-APPEND-TRIMMED-FIELD
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING

               IF WS-IMAGE-AMOUNT IS NUMERIC
                   MOVE WS-IMAGE-AMOUNT TO WS-AMOUNT-EDITED
               ELSE
                   MOVE ZERO TO WS-AMOUNT-EDITED
               END-IF
               PERFORM 3400-APPEND-EDITED-AMOUNT
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING

               MOVE WS-IMAGE-LAST-MAINT-DATE TO WS-TRIM-FIELD
               MOVE 8 TO WS-TRIM-LEN
               PERFORM 3300-APPEND-TRIMMED-FIELD
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING

               MOVE WS-IMAGE-LAST-TRAN-CODE TO WS-TRIM-FIELD
               MOVE 1 TO WS-TRIM-LEN
               PERFORM 3300-APPEND-TRIMMED-FIELD
           END-IF.

      *----------------------------------------------------------------
      * Appends WS-TRIM-FIELD, less its trailing spaces, to the row
      * under WS-OUT-PTR. An all-blank field contributes nothing -
      * the delimiters either side mark it empty.
      *----------------------------------------------------------------
       3300-APPEND-TRIMMED-FIELD.
           PERFORM 3310-SHRINK-TRIM-LENGTH
               UNTIL WS-TRIM-LEN < 1
               OR WS-TRIM-FIELD (WS-TRIM-LEN:1) NOT = SPACE
           IF WS-TRIM-LEN > 0
               STRING WS-TRIM-FIELD (1:WS-TRIM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-BUILD
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.

       3310-SHRINK-TRIM-LENGTH.
           IF WS-TRIM-FIELD (WS-TRIM-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-IF.

      *----------------------------------------------------------------
      * Appends the edited amount, less the leading spaces the
      * floating sign leaves in front of small values.
      *----------------------------------------------------------------
       3400-APPEND-EDITED-AMOUNT.
           MOVE 1 TO WS-AMT-START
           PERFORM 3410-ADVANCE-AMOUNT-START
               UNTIL WS-AMT-START >= 17
               OR WS-AMOUNT-EDITED-X (WS-AMT-START:1) NOT = SPACE
           STRING WS-AMOUNT-EDITED-X (WS-AMT-START:)
               DELIMITED BY SIZE
               INTO WS-EXPORT-BUILD
               WITH POINTER WS-OUT-PTR
           END-STRING.

       3410-ADVANCE-AMOUNT-START.
           IF WS-AMOUNT-EDITED-X (WS-AMT-START:1) = SPACE
               ADD 1 TO WS-AMT-START
           END-IF.

      *----------------------------------------------------------------
      * The control row: "T", the exported row count, and the net
      * movement off the feed's own trailer, in the same decimal
      * form as the detail rows.
      *----------------------------------------------------------------
       3500-WRITE-CONTROL-ROW.
           MOVE SPACES TO WS-EXPORT-BUILD
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-RECORDS-EXPORTED TO WS-COUNT-EDITED
           STRING "T" WS-DELIMITER WS-COUNT-EDITED WS-DELIMITER
               DELIMITED BY SIZE
               INTO WS-EXPORT-BUILD
               WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE WS-TRAILER-NET-AMOUNT TO WS-AMOUNT-EDITED
           PERFORM 3400-APPEND-EDITED-AMOUNT

           WRITE EXPORT-RECORD FROM WS-EXPORT-BUILD
           IF NOT WS-EXPORT-OK
               MOVE "EXPORT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXPORT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * End-of-run summary: which feed and from where, the proof,
      * and the rows that left.
      *----------------------------------------------------------------
       8000-PRINT-SUMMARY.
           SET WS-SUMMARY-PRINTED TO TRUE

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE LS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-FEED-DSNAME TO WS-RPT-FEED-DSNAME
           WRITE REPORT-LINE FROM WS-REPORT-DSNAME-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE WS-FEED-SOURCE TO WS-RPT-FEED-SOURCE
           WRITE REPORT-LINE FROM WS-REPORT-SOURCE-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-DETAIL-COUNT TO WS-RPT-DETAILS-READ
           MOVE WS-RECORDS-EXPORTED TO WS-RPT-ROWS-EXPORTED
           MOVE WS-REVERSALS-EXPORTED TO WS-RPT-REVERSALS
           MOVE WS-NET-AMOUNT TO WS-RPT-NET-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-READ-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-EXPORTED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-REVERSAL-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-NET-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF NOT WS-FATAL-ERROR
               WRITE REPORT-LINE FROM WS-REPORT-BALANCED-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           IF WS-RECORDS-EXPORTED = ZERO AND NOT WS-FATAL-ERROR
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

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
      * RC 0 on a clean export, 4 when the feed held no details (a
      * run that changed nothing), 8 on an error or a feed that
      * failed its proof - in which case no export was written.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECORDS-EXPORTED = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-SUMMARY-PRINTED
               PERFORM 8000-PRINT-SUMMARY
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
       END PROGRAM CHGEXP.
