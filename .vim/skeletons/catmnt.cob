      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMNT.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Category reference table maintenance. Applies add, change,
      * and retire transactions from CATTRAN.DAT to CATEGORY.DAT -
      * the keyed table the standard edits and MSTUPDT check every
      * FD-DATA-FIELD-1 against, and the category reports take
      * their descriptions from - and prints an audit listing of
      * every transaction with the record's before and after images.
      *
      *   A - add a new code: code and description required; the
      *       effective-from date defaults to the maintenance date,
      *       a blank effective-to is open-ended.
      *   C - change an existing code: each non-blank description
      *       or date on the transaction replaces the one on file.
      *   R - retire an active code: status becomes inactive and
      *       effective-to becomes the transaction's date, or the
      *       maintenance date when blank. The date cannot be later
      *       than the maintenance date - a code that is to stop on
      *       a later day is end-dated with a C and stays active
      *       until then. Retired codes are never deleted - old
      *       extracts and master records still need their
      *       descriptions on the reports.
      *
      * A rejected transaction changes nothing and is listed with
      * the reason. If CATEGORY.DAT does not yet exist, the first
      * run creates it.
      *
      * LS-RUN-DATE is the maintenance date stamped on every record
      * touched, or all blanks for today. A keyed date that is not
      * a real YYYYMMDD date stops the run before anything is read.
      * Every effective date written must be a real date as well.
      *
      * RETURN-CODE 4 means at least one transaction was rejected;
      * 8 is an I-O error or a maintenance date that is not a date.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-TRAN-FILE
               ASSIGN TO "CATTRAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATEGORY-TRAN-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CATLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-TRAN-FILE.
       01  CATEGORY-TRAN-RECORD.
           05  CT-TRAN-CODE                PIC X(01).
               88  CT-TRAN-ADD             VALUE "A".
               88  CT-TRAN-CHANGE          VALUE "C".
               88  CT-TRAN-RETIRE          VALUE "R".
           05  CT-CODE                     PIC X(30).
           05  CT-DESCRIPTION              PIC X(30).
           05  CT-EFFECTIVE-FROM           PIC X(08).
           05  CT-EFFECTIVE-TO             PIC X(08).
           05  CT-FILLER                   PIC X(03).

       FD  CATEGORY-FILE.
           COPY CATREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CATEGORY-TRAN-STATUS     PIC X(02).
               88  WS-CATEGORY-TRAN-OK     VALUE "00".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".
               88  WS-CATEGORY-ABSENT      VALUE "35".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-EOF-SW                       PIC X(01) VALUE "N".
           88  WS-EOF                      VALUE "Y".

      *----------------------------------------------------------------
      * Outcome of the transaction in hand. A transaction starts
      * accepted; the first edit it fails rejects it with the
      * message that goes on its listing line, and every later
      * step is skipped.
      *----------------------------------------------------------------
       01  WS-TRAN-ACCEPTED-SW             PIC X(01) VALUE "Y".
           88  WS-TRAN-ACCEPTED            VALUE "Y".
           88  WS-TRAN-REJECTED            VALUE "N".
       01  WS-TRAN-MESSAGE                 PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Set when the transaction read a record already on file, so
      * the listing shows the record as it stood before the change.
      *----------------------------------------------------------------
       01  WS-BEFORE-IMAGE-SW              PIC X(01) VALUE "N".
           88  WS-BEFORE-IMAGE-HELD        VALUE "Y".
       01  WS-BEFORE-IMAGE-LINE            PIC X(132) VALUE SPACES.

       01  WS-MAINT-DATE                   PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Date proof work areas. A date is proved by range checks, to
      * keep garbage away from the date functions, and a round trip
      * through INTEGER-OF-DATE and DATE-OF-INTEGER, which an
      * impossible date (20260230) does not survive.
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
       01  WS-DATE-VALID-SW                PIC X(01) VALUE "Y".
           88  WS-DATE-VALID               VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

       01  WS-MAINT-COUNTERS.
           05  WS-TRANS-READ               PIC 9(09) VALUE ZERO.
           05  WS-CATS-ADDED               PIC 9(09) VALUE ZERO.
           05  WS-CATS-CHANGED             PIC 9(09) VALUE ZERO.
           05  WS-CATS-RETIRED             PIC 9(09) VALUE ZERO.
           05  WS-TRANS-REJECTED           PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * Report pagination. A new page every WS-LINES-PER-PAGE detail
      * lines, with the standard headings repeated.
      *----------------------------------------------------------------
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(02) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(36) VALUE
                                 "CATEGORY MAINTENANCE AUDIT LISTING".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(18) VALUE
                                            "MAINTENANCE DATE: ".
           05  WS-RPT-MAINT-DATE           PIC X(08).

       01  WS-REPORT-COLUMN-HEADER.
           05  FILLER                      PIC X(03) VALUE "T".
           05  FILLER                      PIC X(08) VALUE "IMAGE".
           05  FILLER                      PIC X(32) VALUE "CODE".
           05  FILLER                      PIC X(32) VALUE
                                            "DESCRIPTION".
           05  FILLER                      PIC X(03) VALUE "S".
           05  FILLER                      PIC X(10) VALUE "FROM".
           05  FILLER                      PIC X(10) VALUE "TO".
           05  FILLER                      PIC X(30) VALUE "RESULT".

      *----------------------------------------------------------------
      * One line per image: the transaction as read (INPUT), the
      * record before it was applied (BEFORE), and the record as
      * written (AFTER).
      *----------------------------------------------------------------
       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-DET-TRAN-CODE        PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-IMAGE            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-CODE             PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-DESCRIPTION      PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-STATUS           PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-FROM             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-TO               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-MESSAGE          PIC X(30).

       01  WS-REPORT-READ-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "TRANSACTIONS READ:".
           05  WS-RPT-TRANS-READ           PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-ADDED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "CATEGORIES ADDED:".
           05  WS-RPT-CATS-ADDED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-CHANGED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "CATEGORIES CHANGED:".
           05  WS-RPT-CATS-CHANGED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-RETIRED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "CATEGORIES RETIRED:".
           05  WS-RPT-CATS-RETIRED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-REJECTED-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "TRANSACTIONS REJECTED:".
           05  WS-RPT-TRANS-REJECTED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO CATEGORY TRANSACTIONS THIS RUN ***".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-RUN-DATE             PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF

           CLOSE CATEGORY-TRAN-FILE
           IF NOT WS-CATEGORY-TRAN-OK
               MOVE "CATEGORY-TRAN" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-TRAN-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 8000-PRINT-TOTALS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Resolves the maintenance date and opens every file. The
      * category file is opened I-O; when it does not exist yet it
      * is created empty and reopened, so the first run of the job
      * loads the table from a file of adds.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           IF LS-RUN-DATE NOT = SPACES
               MOVE LS-RUN-DATE TO WS-DATE-WORK-X
               PERFORM 3810-PROVE-DATE
               IF NOT WS-DATE-VALID
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
           DISPLAY "CATEGORY MAINTENANCE - DATE: " WS-MAINT-DATE

           OPEN INPUT CATEGORY-TRAN-FILE
           IF NOT WS-CATEGORY-TRAN-OK
               MOVE "CATEGORY-TRAN" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-TRAN-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN I-O CATEGORY-FILE
           IF WS-CATEGORY-ABSENT
               DISPLAY "CATEGORY.DAT NOT FOUND - CREATING IT"
               OPEN OUTPUT CATEGORY-FILE
               IF WS-CATEGORY-OK
                   CLOSE CATEGORY-FILE
               END-IF
               IF WS-CATEGORY-OK
                   OPEN I-O CATEGORY-FILE
               END-IF
           END-IF
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * Reads one maintenance transaction per pass, applies it, and
      * lists it.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTIONS.
           READ CATEGORY-TRAN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT WS-CATEGORY-TRAN-OK
                       MOVE "CATEGORY-TRAN" TO WS-ERROR-FILE-ID
                       MOVE WS-CATEGORY-TRAN-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-TRANSACTION
                   PERFORM 7000-LIST-TRANSACTION
           END-READ.

      *----------------------------------------------------------------
      * Applies one transaction by CT-TRAN-CODE. Each verb insists
      * on the state it needs - an add must not find the code, a
      * change or retire must - and anything else is a reject with
      * the reason, never a silent overlay.
      *----------------------------------------------------------------
       3000-APPLY-TRANSACTION.
           SET WS-TRAN-ACCEPTED TO TRUE
           MOVE "ACCEPTED" TO WS-TRAN-MESSAGE
           MOVE "N" TO WS-BEFORE-IMAGE-SW

           IF CT-CODE = SPACES
               MOVE "CATEGORY CODE IS BLANK" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CT-TRAN-ADD
                       PERFORM 3100-ADD-CATEGORY
                   WHEN CT-TRAN-CHANGE
                       PERFORM 3200-CHANGE-CATEGORY
                   WHEN CT-TRAN-RETIRE
                       PERFORM 3300-RETIRE-CATEGORY
                   WHEN OTHER
                       MOVE "TRAN CODE NOT A, C, OR R"
                           TO WS-TRAN-MESSAGE
                       SET WS-TRAN-REJECTED TO TRUE
               END-EVALUATE
           END-IF

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

      *----------------------------------------------------------------
      * Adds a new code, active from CT-EFFECTIVE-FROM (or the
      * maintenance date) until CT-EFFECTIVE-TO (or open-ended).
      *----------------------------------------------------------------
       3100-ADD-CATEGORY.
           IF CT-DESCRIPTION = SPACES
               MOVE "DESCRIPTION IS BLANK" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF

           IF WS-TRAN-ACCEPTED
               MOVE CT-CODE TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CODE ALREADY ON FILE" TO WS-TRAN-MESSAGE
                       SET WS-TRAN-REJECTED TO TRUE
               END-READ
               PERFORM 3950-CHECK-CATEGORY-STATUS
           END-IF

           IF WS-TRAN-ACCEPTED
               MOVE SPACES TO CATEGORY-RECORD
               MOVE CT-CODE TO CAT-CODE
               MOVE CT-DESCRIPTION TO CAT-DESCRIPTION
               SET CAT-ACTIVE TO TRUE
               IF CT-EFFECTIVE-FROM NOT = SPACES
                   MOVE CT-EFFECTIVE-FROM TO CAT-EFFECTIVE-FROM
               ELSE
                   MOVE WS-MAINT-DATE TO CAT-EFFECTIVE-FROM
               END-IF
               MOVE CT-EFFECTIVE-TO TO CAT-EFFECTIVE-TO
               MOVE WS-MAINT-DATE TO CAT-LAST-MAINT-DATE
               PERFORM 3800-EDIT-EFFECTIVE-DATES
           END-IF

           IF WS-TRAN-ACCEPTED
               WRITE CATEGORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF NOT WS-CATEGORY-OK
                   MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               ADD 1 TO WS-CATS-ADDED
           END-IF.

      *----------------------------------------------------------------
      * Changes an existing code. Only the fields the transaction
      * carries are replaced, so a description fix need not re-key
      * the dates. The status is left alone: a retired code stays
      * retired.
      *----------------------------------------------------------------
       3200-CHANGE-CATEGORY.
           PERFORM 3900-READ-EXISTING-CATEGORY

           IF WS-TRAN-ACCEPTED
               IF CT-DESCRIPTION NOT = SPACES
                   MOVE CT-DESCRIPTION TO CAT-DESCRIPTION
               END-IF
               IF CT-EFFECTIVE-FROM NOT = SPACES
                   MOVE CT-EFFECTIVE-FROM TO CAT-EFFECTIVE-FROM
               END-IF
               IF CT-EFFECTIVE-TO NOT = SPACES
                   MOVE CT-EFFECTIVE-TO TO CAT-EFFECTIVE-TO
               END-IF
               MOVE WS-MAINT-DATE TO CAT-LAST-MAINT-DATE
               PERFORM 3800-EDIT-EFFECTIVE-DATES
           END-IF

           IF WS-TRAN-ACCEPTED
               PERFORM 3960-REWRITE-CATEGORY
               ADD 1 TO WS-CATS-CHANGED
           END-IF.

      *----------------------------------------------------------------
      * Retires an active code. The record stays on file, inactive
      * and end-dated, so reports over old data still find its
      * description and the edits refuse it from now on. Every
      * edit refuses an inactive code whatever its dates, so a
      * retire cannot carry an end date after the maintenance date;
      * a code due to stop later is end-dated with a change.
      *----------------------------------------------------------------
       3300-RETIRE-CATEGORY.
           PERFORM 3900-READ-EXISTING-CATEGORY

           IF WS-TRAN-ACCEPTED AND CAT-RETIRED
               MOVE "CODE ALREADY RETIRED" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF

           IF WS-TRAN-ACCEPTED
               IF CT-EFFECTIVE-TO NOT = SPACES
                   MOVE CT-EFFECTIVE-TO TO CAT-EFFECTIVE-TO
               ELSE
                   MOVE WS-MAINT-DATE TO CAT-EFFECTIVE-TO
               END-IF
               MOVE WS-MAINT-DATE TO CAT-LAST-MAINT-DATE
               PERFORM 3800-EDIT-EFFECTIVE-DATES
           END-IF

           IF WS-TRAN-ACCEPTED
               AND CAT-EFFECTIVE-TO > WS-MAINT-DATE
               MOVE "RETIRE DATE AFTER MAINT DATE" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF

           IF WS-TRAN-ACCEPTED
               SET CAT-RETIRED TO TRUE
               PERFORM 3960-REWRITE-CATEGORY
               ADD 1 TO WS-CATS-RETIRED
           END-IF.

      *----------------------------------------------------------------
      * The record about to be written must carry real dates, and
      * a code cannot stop being effective before it starts.
      *----------------------------------------------------------------
       3800-EDIT-EFFECTIVE-DATES.
           MOVE CAT-EFFECTIVE-FROM TO WS-DATE-WORK-X
           PERFORM 3810-PROVE-DATE
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE-FROM NOT A DATE" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF

           IF WS-TRAN-ACCEPTED
               AND CAT-EFFECTIVE-TO NOT = SPACES
               MOVE CAT-EFFECTIVE-TO TO WS-DATE-WORK-X
               PERFORM 3810-PROVE-DATE
               IF NOT WS-DATE-VALID
                   MOVE "EFFECTIVE-TO NOT A DATE" TO WS-TRAN-MESSAGE
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
           END-IF

           IF WS-TRAN-ACCEPTED
               AND CAT-EFFECTIVE-TO NOT = SPACES
               AND CAT-EFFECTIVE-TO < CAT-EFFECTIVE-FROM
               MOVE "EFFECTIVE-TO BEFORE FROM" TO WS-TRAN-MESSAGE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Proves the date in WS-DATE-WORK-X, the way CALMNT proves a
      * holiday card's date.
      *----------------------------------------------------------------
       3810-PROVE-DATE.
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
      * Reads the code a change or retire names, and formats the
      * listing's BEFORE line from it while it is still unchanged.
      *----------------------------------------------------------------
       3900-READ-EXISTING-CATEGORY.
           MOVE CT-CODE TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE "CODE NOT ON FILE" TO WS-TRAN-MESSAGE
                   SET WS-TRAN-REJECTED TO TRUE
               NOT INVALID KEY
                   MOVE "BEFORE" TO WS-RPT-DET-IMAGE
                   PERFORM 7200-FORMAT-CATEGORY-IMAGE
                   MOVE WS-REPORT-DETAIL-LINE TO WS-BEFORE-IMAGE-LINE
                   SET WS-BEFORE-IMAGE-HELD TO TRUE
           END-READ
           PERFORM 3950-CHECK-CATEGORY-STATUS.

      *----------------------------------------------------------------
      * A keyed read may find the code or not; anything else is an
      * I-O error.
      *----------------------------------------------------------------
       3950-CHECK-CATEGORY-STATUS.
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       3960-REWRITE-CATEGORY.
           REWRITE CATEGORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Lists one transaction: the INPUT line with its result, then
      * - when it was applied - the BEFORE image (change and retire)
      * and the AFTER image, so the listing alone shows what every
      * transaction did to the table.
      *----------------------------------------------------------------
       7000-LIST-TRANSACTION.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF

           MOVE CT-TRAN-CODE TO WS-RPT-DET-TRAN-CODE
           MOVE "INPUT" TO WS-RPT-DET-IMAGE
           MOVE CT-CODE TO WS-RPT-DET-CODE
           MOVE CT-DESCRIPTION TO WS-RPT-DET-DESCRIPTION
           MOVE SPACES TO WS-RPT-DET-STATUS
           MOVE CT-EFFECTIVE-FROM TO WS-RPT-DET-FROM
           MOVE CT-EFFECTIVE-TO TO WS-RPT-DET-TO
           MOVE WS-TRAN-MESSAGE TO WS-RPT-DET-MESSAGE
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           IF WS-TRAN-ACCEPTED
               IF WS-BEFORE-IMAGE-HELD
                   WRITE REPORT-LINE FROM WS-BEFORE-IMAGE-LINE
                   PERFORM 8900-CHECK-REPORT-STATUS
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE "AFTER" TO WS-RPT-DET-IMAGE
               PERFORM 7200-FORMAT-CATEGORY-IMAGE
               WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * Starts a new report page: title with page number, the
      * maintenance date, and the column headings.
      *----------------------------------------------------------------
       7100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-RPT-PAGE-NO
           MOVE WS-MAINT-DATE TO WS-RPT-MAINT-DATE

           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-COLUMN-HEADER
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Formats CATEGORY-RECORD as a BEFORE or AFTER listing line;
      * the caller has set WS-RPT-DET-IMAGE.
      *----------------------------------------------------------------
       7200-FORMAT-CATEGORY-IMAGE.
           MOVE CT-TRAN-CODE TO WS-RPT-DET-TRAN-CODE
           MOVE CAT-CODE TO WS-RPT-DET-CODE
           MOVE CAT-DESCRIPTION TO WS-RPT-DET-DESCRIPTION
           MOVE CAT-STATUS TO WS-RPT-DET-STATUS
           MOVE CAT-EFFECTIVE-FROM TO WS-RPT-DET-FROM
           MOVE CAT-EFFECTIVE-TO TO WS-RPT-DET-TO
           MOVE SPACES TO WS-RPT-DET-MESSAGE.

      *----------------------------------------------------------------
      * End-of-run totals, with a flag line when there was nothing
      * to apply.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           IF WS-TRANS-READ = ZERO
               PERFORM 7100-PRINT-PAGE-HEADINGS
               WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-TRANS-READ TO WS-RPT-TRANS-READ
           MOVE WS-CATS-ADDED TO WS-RPT-CATS-ADDED
           MOVE WS-CATS-CHANGED TO WS-RPT-CATS-CHANGED
           MOVE WS-CATS-RETIRED TO WS-RPT-CATS-RETIRED
           MOVE WS-TRANS-REJECTED TO WS-RPT-TRANS-REJECTED
           WRITE REPORT-LINE FROM WS-REPORT-READ-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-ADDED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-CHANGED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-RETIRED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-REJECTED-LINE
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
      * RC 0 when every transaction applied, 4 when any was
      * rejected so the scheduler flags the listing for review, 8
      * on an I-O error.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRANS-REJECTED > ZERO
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
       END PROGRAM CATMNT.
