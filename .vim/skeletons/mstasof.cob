      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTASOF.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Point-in-time master reconstruction. Answers "what did this
      * master record look like on date X" without restoring an old
      * backup over a scratch KSDS or piecing AUDINQ output together
      * by hand:
      *
      *   1. Picks, from the backups listed in BKPLIST.DAT, the
      *      MSTBKUP flat backup taken most recently on or before
      *      the as-of date, and proves it against its own trailer
      *      exactly as an MSTBKUP reload would. A backup that does
      *      not balance is never used.
      *   2. Rolls that copy forward through the audit trails listed
      *      in AUDLIST.DAT - archives cut by AUDARCH and the live
      *      AUDITLOG - applying every MSTADD, MSTCHANGE, MSTDELETE,
      *      and MSTRESTORE, and every MSTMNT online ONLADD,
      *      ONLCHANGE, and ONLDELETE, stamped after the backup was
      *      taken and no later than the end of the as-of date.
      *   3. Writes the result as a report and as MSTASOF.DAT, a
      *      flat file in the MSTBKUP layout with its own balanced
      *      trailer.
      *
      * Dates are judged by AUDIT-TIMESTAMP, when the master really
      * changed, and by the clock time the backup was unloaded, so
      * a nightly run that finishes after midnight lands on the
      * right side of the line.
      *
      * Nothing is guessed. Each entry is proven against the record
      * being rebuilt before it is applied - an add must find the
      * key absent, a change or delete must find it present with
      * the entry's before-image matching - and an entry without
      * the after-image it needs, or without a readable timestamp,
      * cannot be applied at all. The first entry that fails flags
      * its key: the key is listed with the reason and left off the
      * output file rather than shown in a state nobody can prove.
      *
      * MSTASOF.DAT carries FH-FILE-ID "MSTASOF", not "MSTBKUP", so
      * a partial or historical copy can never be reloaded over the
      * live master by mistake; load it to a scratch KSDS by hand
      * when a keyed copy is wanted.
      *
      * RETURN-CODE 4 means some keys could not be accounted for, or
      * nothing was reconstructed; 8 is an I-O or PARM error, no
      * usable backup, or a backup out of balance.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-LIST-FILE
               ASSIGN TO "BKPLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-LIST-STATUS.

           SELECT AUDIT-LIST-FILE
               ASSIGN TO "AUDLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-LIST-STATUS.

           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC WS-BACKUP-DSNAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-STATUS.

           SELECT AUDIT-TRAIL
               ASSIGN TO DYNAMIC WS-AUDIT-DSNAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-TRAIL-STATUS.

           SELECT ASOF-FILE
               ASSIGN TO "MSTASOF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASOF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "ASOFRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT HISTORY-SORT-FILE
               ASSIGN TO "SORTWK1.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-LIST-FILE.
       01  BACKUP-LIST-RECORD              PIC X(80).

       FD  AUDIT-LIST-FILE.
       01  AUDIT-LIST-RECORD               PIC X(80).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD                   PIC X(200).

       FD  AUDIT-TRAIL.
           COPY AUDREC.

       FD  ASOF-FILE.
       01  ASOF-RECORD                     PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

      *----------------------------------------------------------------
      * The backup's records and the trail's master-changing entries
      * for the key range, merged into key order. Within a key the
      * backup record (source 1) comes first, then the trail entries
      * (source 2) in timestamp order; HS-SEQUENCE keeps entries
      * stamped in the same hundredth of a second in the order they
      * were read. HS-AFTER-IMAGE carries the backup record itself
      * for source 1.
      *----------------------------------------------------------------
       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HS-KEY                      PIC X(20).
           05  HS-SOURCE                   PIC X(01).
               88  HS-FROM-BACKUP          VALUE "1".
               88  HS-FROM-TRAIL           VALUE "2".
           05  HS-TIMESTAMP                PIC X(26).
           05  HS-SEQUENCE                 PIC 9(09).
           05  HS-ACTION                   PIC X(10).
           05  HS-TIME-SW                  PIC X(01).
               88  HS-TIME-UNREADABLE      VALUE "N".
           05  HS-BEFORE-IMAGE             PIC X(120).
           05  HS-AFTER-IMAGE              PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * Backup and output records are built and examined through the
      * standard record views, as MSTBKUP does; the rebuilt record
      * is printed through the master layout.
      *----------------------------------------------------------------
           COPY FILEREC.
           COPY MSTREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-BACKUP-LIST-STATUS       PIC X(02).
               88  WS-BACKUP-LIST-OK       VALUE "00".
               88  WS-BACKUP-LIST-NOT-FOUND VALUE "35".
           05  WS-AUDIT-LIST-STATUS        PIC X(02).
               88  WS-AUDIT-LIST-OK        VALUE "00".
               88  WS-AUDIT-LIST-NOT-FOUND VALUE "35".
           05  WS-BACKUP-STATUS            PIC X(02).
               88  WS-BACKUP-OK            VALUE "00".
               88  WS-BACKUP-NOT-FOUND     VALUE "35".
           05  WS-AUDIT-TRAIL-STATUS       PIC X(02).
               88  WS-AUDIT-TRAIL-OK       VALUE "00".
           05  WS-ASOF-STATUS              PIC X(02).
               88  WS-ASOF-OK              VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW            PIC X(01) VALUE "N".
           88  WS-OUT-OF-BALANCE           VALUE "Y".
       01  WS-SUMMARY-PRINTED-SW           PIC X(01) VALUE "N".
           88  WS-SUMMARY-PRINTED          VALUE "Y".

       01  WS-LIST-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-LIST-EOF                 VALUE "Y".
       01  WS-BACKUP-EOF-SW                PIC X(01) VALUE "N".
           88  WS-BACKUP-EOF               VALUE "Y".
       01  WS-AUDIT-EOF-SW                 PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                VALUE "Y".
       01  WS-RETURN-EOF-SW                PIC X(01) VALUE "N".
           88  WS-RETURN-EOF               VALUE "Y".

       01  WS-BACKUP-DSNAME                PIC X(80)
                                            VALUE "MSTBKUP.DAT".
       01  WS-AUDIT-DSNAME                 PIC X(80)
                                            VALUE "AUDITLOG.DAT".

      *----------------------------------------------------------------
      * The candidate backups and the audit trails to roll through,
      * one dsname per entry, from BKPLIST.DAT and AUDLIST.DAT. With
      * no list supplied the single default dsname is used, the way
      * the batch skeleton treats INLIST.DAT. Trails are read in the
      * order listed, oldest archive first by convention; the sort
      * puts entries in timestamp order whatever the list order.
      *----------------------------------------------------------------
       01  WS-BACKUP-LIST-TABLE.
           05  WS-BACKUP-LIST-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-BKL-DSNAME               OCCURS 32 TIMES
                                            PIC X(80).
       77  WS-BKL-SUB                      PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-LIST-TABLE.
           05  WS-AUDIT-LIST-COUNT         PIC 9(02) VALUE ZERO.
           05  WS-AUL-DSNAME               OCCURS 32 TIMES
                                            PIC X(80).
       77  WS-AUL-SUB                      PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * The MSTBKUP header as MSTBKUP writes it. WS-BHV-UNLOAD-DATE
      * is blank on backups taken before it was stamped; those fall
      * back to the header run date.
      *----------------------------------------------------------------
       01  WS-BACKUP-HEADER-VIEW.
           05  FILLER                      PIC X(01).
           05  WS-BHV-RUN-DATE             PIC X(08).
           05  WS-BHV-RUN-TIME             PIC X(06).
           05  WS-BHV-FILE-ID              PIC X(20).
           05  WS-BHV-UNLOAD-DATE          PIC X(08).
           05  FILLER                      PIC X(157).

      *----------------------------------------------------------------
      * Backup selection. A point is the YYYYMMDDHHMMSS the copy
      * stands at; it compares directly with the first 14 bytes of
      * AUDIT-TIMESTAMP.
      *----------------------------------------------------------------
       01  WS-CANDIDATE-POINT.
           05  WS-CANDIDATE-DATE           PIC X(08).
           05  WS-CANDIDATE-TIME           PIC X(06).
       01  WS-BACKUP-POINT.
           05  WS-BACKUP-POINT-DATE        PIC X(08) VALUE SPACES.
           05  WS-BACKUP-POINT-TIME        PIC X(06) VALUE SPACES.
       77  WS-CHOSEN-SUB                   PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * As-of date and key range. The as-of date is proven the way
      * MSTINV proves a date: range checks, then a round trip
      * through INTEGER-OF-DATE and DATE-OF-INTEGER.
      *----------------------------------------------------------------
       01  WS-AS-OF-DATE                   PIC X(08) VALUE SPACES.
       01  WS-DATE-WORK-NUM                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK-NUM
                                           PIC X(08).
       01  WS-DATE-WORK-MDY REDEFINES WS-DATE-WORK-NUM.
           05  WS-DW-YEAR                  PIC 9(04).
           05  WS-DW-MONTH                 PIC 9(02).
           05  WS-DW-DAY                   PIC 9(02).
       01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
       01  WS-ROUND-TRIP-DATE              PIC 9(08) VALUE ZERO.
       01  WS-FROM-KEY                     PIC X(20) VALUE LOW-VALUES.
       01  WS-TO-KEY                       PIC X(20) VALUE HIGH-VALUES.

      *----------------------------------------------------------------
      * The actions that change the master, and how each is rolled
      * forward. Anything else on a trail (the skeleton's PROCESSED,
      * REJECTED, and the rest) never touched the master.
      *----------------------------------------------------------------
       01  WS-TRAIL-ACTION                 PIC X(10) VALUE SPACES.
           88  WS-TRAIL-MASTER-ACTION      VALUES "MSTADD"
                                                  "MSTCHANGE"
                                                  "MSTDELETE"
                                                  "MSTRESTORE"
                                                  "ONLADD"
                                                  "ONLCHANGE"
                                                  "ONLDELETE".
           88  WS-TRAIL-ADD                VALUES "MSTADD"
                                                  "ONLADD".
           88  WS-TRAIL-CHANGE             VALUES "MSTCHANGE"
                                                  "ONLCHANGE".
           88  WS-TRAIL-DELETE             VALUES "MSTDELETE"
                                                  "ONLDELETE".
           88  WS-TRAIL-RESTORE            VALUE "MSTRESTORE".
       01  WS-RELEASE-SEQUENCE             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * The key being rebuilt: its current state, where that state
      * came from, and - once an entry cannot be proven - why the
      * key is flagged and which entry broke it.
      *----------------------------------------------------------------
       01  WS-CURRENT-KEY                  PIC X(20) VALUE SPACES.
       01  WS-BREAK-FIRST-SW               PIC X(01) VALUE "Y".
           88  WS-BREAK-FIRST              VALUE "Y".
       01  WS-STATE-RECORD                 PIC X(120) VALUE SPACES.
       01  WS-STATE-PRESENT-SW             PIC X(01) VALUE "N".
           88  WS-STATE-PRESENT            VALUE "Y".
           88  WS-STATE-ABSENT             VALUE "N".
       01  WS-STATE-FROM-TRAIL-SW          PIC X(01) VALUE "N".
           88  WS-STATE-FROM-TRAIL         VALUE "Y".
       01  WS-KEY-FLAGGED-SW               PIC X(01) VALUE "N".
           88  WS-KEY-FLAGGED              VALUE "Y".
       01  WS-FLAG-REASON                  PIC X(32) VALUE SPACES.
       01  WS-FLAG-ACTION                  PIC X(10) VALUE SPACES.
       01  WS-FLAG-TIMESTAMP               PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * Counts and MR-AMOUNT hash totals: the chosen backup's
      * trailer and proving pass, what the trail offered and what
      * was applied, and what was rebuilt - the last pair is also
      * MSTASOF.DAT's trailer.
      *----------------------------------------------------------------
       01  WS-TRAILER-FIELDS.
           05  WS-TRAILER-RECORD-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TRAILER-AMOUNT-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01  WS-TRAILER-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN             VALUE "Y".
       01  WS-HEADER-SEEN-SW               PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN              VALUE "Y".
       01  WS-PROVE-COUNTERS.
           05  WS-RECORDS-PROVEN           PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-PROVEN            PIC S9(13)V99 VALUE ZERO.

       01  WS-HISTORY-COUNTERS.
           05  WS-BACKUP-IN-RANGE          PIC 9(09) VALUE ZERO.
           05  WS-TRAIL-ENTRIES-READ       PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-IN-BACKUP        PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-AFTER-AS-OF      PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-APPLIED          PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-NOT-APPLIED      PIC 9(09) VALUE ZERO.
           05  WS-KEYS-FLAGGED             PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-REBUILT          PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-REBUILT           PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * MSTASOF.DAT header and trailer, in the MSTBKUP shape. The
      * header stands at the last second of the as-of date.
      *----------------------------------------------------------------
       01  WS-ASOF-HEADER.
           05  FILLER                      PIC X(01) VALUE "H".
           05  WS-AH-RUN-DATE              PIC X(08).
           05  WS-AH-RUN-TIME              PIC X(06) VALUE "235959".
           05  WS-AH-FILE-ID               PIC X(20) VALUE "MSTASOF".
           05  WS-AH-UNLOAD-DATE           PIC X(08).
           05  FILLER                      PIC X(157) VALUE SPACES.

       01  WS-ASOF-TRAILER.
           05  FILLER                      PIC X(01) VALUE "T".
           05  WS-AT-RECORD-COUNT          PIC 9(09).
           05  WS-AT-AMOUNT-TOTAL          PIC S9(13)V99
                                            SIGN IS TRAILING SEPARATE.
           05  FILLER                      PIC X(174) VALUE SPACES.

      *----------------------------------------------------------------
      * Report pagination and lines.
      *----------------------------------------------------------------
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(02) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-REPORT-HEADER-1.
           05  FILLER                      PIC X(40) VALUE
                            "MASTER POINT-IN-TIME RECONSTRUCTION".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-RPT-PAGE-NO              PIC ZZZ9.

       01  WS-REPORT-HEADER-2.
           05  FILLER                      PIC X(07) VALUE "AS OF: ".
           05  WS-RPT-AS-OF-DATE           PIC X(08).
           05  FILLER                      PIC X(13) VALUE
                                            "  KEYS FROM: ".
           05  WS-RPT-FROM-KEY             PIC X(20).
           05  FILLER                      PIC X(05) VALUE " TO: ".
           05  WS-RPT-TO-KEY               PIC X(20).

       01  WS-REPORT-HEADER-3.
           05  FILLER                      PIC X(08) VALUE "BACKUP: ".
           05  WS-RPT-BACKUP-DSNAME        PIC X(80).
           05  FILLER                      PIC X(08) VALUE "  TAKEN ".
           05  WS-RPT-BACKUP-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RPT-BACKUP-TIME          PIC X(06).

       01  WS-REPORT-COLUMN-HEADER.
           05  FILLER                      PIC X(22) VALUE "KEY".
           05  FILLER                      PIC X(32) VALUE
                                            "DATA FIELD 1".
           05  FILLER                      PIC X(32) VALUE
                                            "DATA FIELD 2".
           05  FILLER                      PIC X(18) VALUE
                                            "            AMOUNT".
           05  FILLER                      PIC X(12) VALUE
                                            "  LAST MAINT".
           05  FILLER                      PIC X(05) VALUE "   TC".
           05  FILLER                      PIC X(11) VALUE
                                            "  SOURCE".

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-DET-KEY              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-FIELD-1          PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-FIELD-2          PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DET-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-RPT-DET-MAINT-DATE       PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-RPT-DET-TRAN-CODE        PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-RPT-DET-SOURCE           PIC X(06).

       01  WS-REPORT-FLAGGED-LINE.
           05  WS-RPT-FLG-KEY              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(24) VALUE
                                            "*** NOT RECONSTRUCTED: ".
           05  WS-RPT-FLG-REASON           PIC X(32).
           05  FILLER                      PIC X(07) VALUE " ENTRY ".
           05  WS-RPT-FLG-ACTION           PIC X(10).
           05  FILLER                      PIC X(04) VALUE " AT ".
           05  WS-RPT-FLG-TIMESTAMP        PIC X(14).

       01  WS-REPORT-TRAILER-LINE.
           05  FILLER                      PIC X(30) VALUE
                                            "BACKUP TRAILER COUNT:".
           05  WS-RPT-TRAILER-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
                                            "  AMOUNT: ".
           05  WS-RPT-TRAILER-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

       01  WS-REPORT-PROVEN-LINE.
           05  FILLER                      PIC X(30) VALUE
                                    "BACKUP PROVING PASS COUNT:".
           05  WS-RPT-PROVEN-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
                                            "  AMOUNT: ".
           05  WS-RPT-PROVEN-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

      *----------------------------------------------------------------
      * The plain count lines share one layout: caption and count.
      *----------------------------------------------------------------
       01  WS-REPORT-COUNT-LINE.
           05  WS-RPT-COUNT-CAPTION        PIC X(30).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-REBUILT-LINE.
           05  FILLER                      PIC X(30) VALUE
                                            "RECORDS RECONSTRUCTED:".
           05  WS-RPT-REBUILT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
                                            "  AMOUNT: ".
           05  WS-RPT-REBUILT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.

       01  WS-REPORT-OOB-LINE              PIC X(132) VALUE
           "*** BACKUP OUT OF BALANCE - NOTHING RECONSTRUCTED ***".

       01  WS-REPORT-FATAL-LINE            PIC X(132) VALUE
           "*** RUN ENDED IN ERROR - SEE JOB LOG ***".

       01  WS-REPORT-FLAGGED-VERDICT-LINE  PIC X(132) VALUE
           "*** SOME KEYS COULD NOT BE ACCOUNTED FOR - SEE ABOVE ***".

       01  WS-REPORT-NONE-LINE             PIC X(132) VALUE
           "*** NO MASTER RECORDS IN RANGE AS OF THIS DATE ***".

       01  WS-REPORT-COMPLETE-LINE         PIC X(132) VALUE
           "EVERY KEY IN RANGE ACCOUNTED FOR FROM BACKUP AND TRAIL".

      *----------------------------------------------------------------
      * PARM layout: the as-of date (required, YYYYMMDD), then the
      * low and high keys of the range wanted. Both keys blank is
      * the whole file; a blank low key starts at the beginning and
      * a blank high key runs to the end.
      *----------------------------------------------------------------
       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-AS-OF-DATE           PIC X(08).
               10  LS-FROM-KEY             PIC X(20).
               10  LS-TO-KEY               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-CHOOSE-BACKUP

           PERFORM 3000-PROVE-BACKUP

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-KEY HS-SOURCE HS-TIMESTAMP
                                HS-SEQUENCE
               INPUT PROCEDURE IS 4000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 5000-ROLL-FORWARD

           PERFORM 8000-PRINT-SUMMARY

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Opens the report first, so even a PARM error leaves one;
      * then proves the as-of date, settles the key range, and loads
      * the backup and trail lists.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
           DISPLAY "MASTER RECONSTRUCTION AS OF: " WS-AS-OF-DATE

           MOVE WS-AS-OF-DATE TO WS-DATE-WORK-X
           IF WS-DATE-WORK-X IS NOT NUMERIC
                   OR WS-DW-YEAR < 1801 OR WS-DW-YEAR > 2999
                   OR WS-DW-MONTH < 01 OR WS-DW-MONTH > 12
                   OR WS-DW-DAY < 01 OR WS-DW-DAY > 31
               DISPLAY "AS-OF DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-ROUND-TRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-ROUND-TRIP-DATE NOT = WS-DATE-WORK-NUM
               DISPLAY "AS-OF DATE MUST BE A VALID YYYYMMDD DATE"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

      *    A short PARM leaves the key fields undefined - treat them
      *    as blank, the whole file.
           IF LS-PARM-LENGTH >= 48
               IF LS-FROM-KEY NOT = SPACES
                   MOVE LS-FROM-KEY TO WS-FROM-KEY
               END-IF
               IF LS-TO-KEY NOT = SPACES
                   MOVE LS-TO-KEY TO WS-TO-KEY
               END-IF
           END-IF
           IF WS-FROM-KEY > WS-TO-KEY
               DISPLAY "FROM KEY IS HIGHER THAN TO KEY"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           PERFORM 1100-LOAD-BACKUP-LIST
           PERFORM 1200-LOAD-AUDIT-LIST.

      *----------------------------------------------------------------
      * BKPLIST.DAT names the backups to choose from, one dsname
      * per record. A missing list means the one default backup.
      *----------------------------------------------------------------
       1100-LOAD-BACKUP-LIST.
           MOVE "N" TO WS-LIST-EOF-SW
           OPEN INPUT BACKUP-LIST-FILE
           IF WS-BACKUP-LIST-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BACKUP-LIST-OK
                   MOVE "BACKUP-LIST" TO WS-ERROR-FILE-ID
                   MOVE WS-BACKUP-LIST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1110-READ-BACKUP-LIST UNTIL WS-LIST-EOF
               CLOSE BACKUP-LIST-FILE
               IF NOT WS-BACKUP-LIST-OK
                   MOVE "BACKUP-LIST" TO WS-ERROR-FILE-ID
                   MOVE WS-BACKUP-LIST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF

           IF WS-BACKUP-LIST-COUNT = ZERO
               MOVE 1 TO WS-BACKUP-LIST-COUNT
               MOVE WS-BACKUP-DSNAME TO WS-BKL-DSNAME (1)
           END-IF.

       1110-READ-BACKUP-LIST.
           READ BACKUP-LIST-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF NOT WS-BACKUP-LIST-OK
                       MOVE "BACKUP-LIST" TO WS-ERROR-FILE-ID
                       MOVE WS-BACKUP-LIST-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF BACKUP-LIST-RECORD NOT = SPACES
                       IF WS-BACKUP-LIST-COUNT >= 32
                           DISPLAY "BACKUP LIST HOLDS MORE THAN 32 "
                               "DATASETS - TRIM IT"
                           SET WS-FATAL-ERROR TO TRUE
                           PERFORM 9000-TERMINATE
                       END-IF
                       ADD 1 TO WS-BACKUP-LIST-COUNT
                       MOVE BACKUP-LIST-RECORD
                           TO WS-BKL-DSNAME (WS-BACKUP-LIST-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * AUDLIST.DAT names the audit trails to roll through - the
      * AUDARCH archives covering the period and the live log. A
      * missing list means the live AUDITLOG.DAT alone.
      *----------------------------------------------------------------
       1200-LOAD-AUDIT-LIST.
           MOVE "N" TO WS-LIST-EOF-SW
           OPEN INPUT AUDIT-LIST-FILE
           IF WS-AUDIT-LIST-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-AUDIT-LIST-OK
                   MOVE "AUDIT-LIST" TO WS-ERROR-FILE-ID
                   MOVE WS-AUDIT-LIST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1210-READ-AUDIT-LIST UNTIL WS-LIST-EOF
               CLOSE AUDIT-LIST-FILE
               IF NOT WS-AUDIT-LIST-OK
                   MOVE "AUDIT-LIST" TO WS-ERROR-FILE-ID
                   MOVE WS-AUDIT-LIST-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF

           IF WS-AUDIT-LIST-COUNT = ZERO
               MOVE 1 TO WS-AUDIT-LIST-COUNT
               MOVE WS-AUDIT-DSNAME TO WS-AUL-DSNAME (1)
           END-IF.

       1210-READ-AUDIT-LIST.
           READ AUDIT-LIST-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF NOT WS-AUDIT-LIST-OK
                       MOVE "AUDIT-LIST" TO WS-ERROR-FILE-ID
                       MOVE WS-AUDIT-LIST-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF AUDIT-LIST-RECORD NOT = SPACES
                       IF WS-AUDIT-LIST-COUNT >= 32
                           DISPLAY "AUDIT LIST HOLDS MORE THAN 32 "
                               "DATASETS - TRIM IT"
                           SET WS-FATAL-ERROR TO TRUE
                           PERFORM 9000-TERMINATE
                       END-IF
                       ADD 1 TO WS-AUDIT-LIST-COUNT
                       MOVE AUDIT-LIST-RECORD
                           TO WS-AUL-DSNAME (WS-AUDIT-LIST-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Reads the header of every listed backup and keeps the one
      * standing latest on or before the end of the as-of date. A
      * listed dataset that is gone, or is not an MSTBKUP backup,
      * is named on the job log and passed over.
      *----------------------------------------------------------------
       2000-CHOOSE-BACKUP.
           PERFORM 2100-EXAMINE-BACKUP
               VARYING WS-BKL-SUB FROM 1 BY 1
               UNTIL WS-BKL-SUB > WS-BACKUP-LIST-COUNT

           IF WS-CHOSEN-SUB = ZERO
               DISPLAY "NO MSTBKUP BACKUP TAKEN ON OR BEFORE "
                   WS-AS-OF-DATE " IS LISTED"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           MOVE WS-BKL-DSNAME (WS-CHOSEN-SUB) TO WS-BACKUP-DSNAME
           DISPLAY "STARTING FROM BACKUP: " WS-BACKUP-DSNAME
           DISPLAY "TAKEN: " WS-BACKUP-POINT-DATE " "
               WS-BACKUP-POINT-TIME.

       2100-EXAMINE-BACKUP.
           MOVE WS-BKL-DSNAME (WS-BKL-SUB) TO WS-BACKUP-DSNAME
           MOVE SPACES TO FILE-RECORD
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-NOT-FOUND
               DISPLAY "LISTED BACKUP NOT FOUND - PASSED OVER: "
                   WS-BACKUP-DSNAME
           ELSE
               IF NOT WS-BACKUP-OK
                   MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               READ BACKUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT WS-BACKUP-OK
                           MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
                           MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
                           PERFORM 9999-FILE-ERROR
                       END-IF
                       MOVE BACKUP-RECORD TO FILE-RECORD
               END-READ
               CLOSE BACKUP-FILE
               IF NOT WS-BACKUP-OK
                   MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 2200-WEIGH-CANDIDATE
           END-IF.

      *----------------------------------------------------------------
      * The header just read: where the copy stands, and whether it
      * beats the best candidate so far.
      *----------------------------------------------------------------
       2200-WEIGH-CANDIDATE.
           IF NOT FILE-RECORD-IS-HEADER OR FH-FILE-ID NOT = "MSTBKUP"
               DISPLAY "LISTED DATASET IS NOT AN MSTBKUP BACKUP - "
                   "PASSED OVER: " WS-BACKUP-DSNAME
           ELSE
               MOVE FILE-RECORD TO WS-BACKUP-HEADER-VIEW
               IF WS-BHV-UNLOAD-DATE NOT = SPACES
                   MOVE WS-BHV-UNLOAD-DATE TO WS-CANDIDATE-DATE
               ELSE
                   MOVE WS-BHV-RUN-DATE TO WS-CANDIDATE-DATE
               END-IF
               MOVE WS-BHV-RUN-TIME TO WS-CANDIDATE-TIME
               IF WS-CANDIDATE-POINT IS NOT NUMERIC
                   DISPLAY "BACKUP HEADER DATE/TIME UNREADABLE - "
                       "PASSED OVER: " WS-BACKUP-DSNAME
               ELSE
                   IF WS-CANDIDATE-DATE <= WS-AS-OF-DATE
                       AND WS-CANDIDATE-POINT > WS-BACKUP-POINT
                       MOVE WS-CANDIDATE-POINT TO WS-BACKUP-POINT
                       MOVE WS-BKL-SUB TO WS-CHOSEN-SUB
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The chosen backup must balance to its own trailer before any
      * of it is trusted - the same proof an MSTBKUP reload makes.
      *----------------------------------------------------------------
       3000-PROVE-BACKUP.
           MOVE "N" TO WS-BACKUP-EOF-SW
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 3100-PROVE-ONE-RECORD UNTIL WS-BACKUP-EOF

           CLOSE BACKUP-FILE
           IF NOT WS-BACKUP-OK
               MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF NOT WS-HEADER-SEEN
               DISPLAY "NO MSTBKUP HEADER ON BACKUP FILE: "
                   WS-BACKUP-DSNAME
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "NO TRAILER RECORD ON BACKUP FILE: "
                   WS-BACKUP-DSNAME
               SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
               IF WS-RECORDS-PROVEN NOT = WS-TRAILER-RECORD-COUNT
                   OR WS-AMOUNT-PROVEN NOT = WS-TRAILER-AMOUNT-TOTAL
                   DISPLAY "BACKUP FILE OUT OF BALANCE AGAINST "
                       "TRAILER: " WS-BACKUP-DSNAME
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF

           IF WS-OUT-OF-BALANCE
               PERFORM 9000-TERMINATE
           END-IF.

       3100-PROVE-ONE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-BACKUP-EOF TO TRUE
               NOT AT END
                   IF NOT WS-BACKUP-OK
                       MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   MOVE BACKUP-RECORD TO FILE-RECORD
                   EVALUATE TRUE
                       WHEN FILE-RECORD-IS-HEADER
                           SET WS-HEADER-SEEN TO TRUE
                       WHEN FILE-RECORD-IS-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE FT-RECORD-COUNT
                               TO WS-TRAILER-RECORD-COUNT
                           MOVE FT-AMOUNT-TOTAL
                               TO WS-TRAILER-AMOUNT-TOTAL
                       WHEN FILE-RECORD-IS-DETAIL
                           ADD 1 TO WS-RECORDS-PROVEN
                           IF FD-AMOUNT IS NUMERIC
                               ADD FD-AMOUNT TO WS-AMOUNT-PROVEN
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * SORT input procedure: the proven backup's records in range,
      * then every listed trail's master-changing entries in range.
      *----------------------------------------------------------------
       4000-RELEASE-HISTORY.
           PERFORM 4100-RELEASE-BACKUP

           PERFORM 4200-RELEASE-ONE-TRAIL
               VARYING WS-AUL-SUB FROM 1 BY 1
               UNTIL WS-AUL-SUB > WS-AUDIT-LIST-COUNT.

       4100-RELEASE-BACKUP.
           MOVE "N" TO WS-BACKUP-EOF-SW
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 4110-RELEASE-BACKUP-RECORD UNTIL WS-BACKUP-EOF

           CLOSE BACKUP-FILE
           IF NOT WS-BACKUP-OK
               MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       4110-RELEASE-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-BACKUP-EOF TO TRUE
               NOT AT END
                   IF NOT WS-BACKUP-OK
                       MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-BACKUP-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   MOVE BACKUP-RECORD TO FILE-RECORD
                   IF FILE-RECORD-IS-DETAIL
                       AND FD-KEY >= WS-FROM-KEY
                       AND FD-KEY <= WS-TO-KEY
                       ADD 1 TO WS-BACKUP-IN-RANGE
                       ADD 1 TO WS-RELEASE-SEQUENCE
                       MOVE FD-KEY TO HS-KEY
                       SET HS-FROM-BACKUP TO TRUE
                       MOVE SPACES TO HS-TIMESTAMP
                       MOVE WS-RELEASE-SEQUENCE TO HS-SEQUENCE
                       MOVE SPACES TO HS-ACTION
                       MOVE "Y" TO HS-TIME-SW
                       MOVE SPACES TO HS-BEFORE-IMAGE
                       MOVE FILE-RECORD-DATA (1:120) TO HS-AFTER-IMAGE
                       RELEASE HISTORY-SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One trail, end to end. A listed trail that cannot be opened
      * is a hole in the history, so the run stops rather than
      * rebuilding across it.
      *----------------------------------------------------------------
       4200-RELEASE-ONE-TRAIL.
           MOVE WS-AUL-DSNAME (WS-AUL-SUB) TO WS-AUDIT-DSNAME
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           IF NOT WS-AUDIT-TRAIL-OK
               DISPLAY "AUDIT TRAIL: " WS-AUDIT-DSNAME
               MOVE "AUDIT-TRAIL" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-TRAIL-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 4210-RELEASE-TRAIL-ENTRY UNTIL WS-AUDIT-EOF

           CLOSE AUDIT-TRAIL
           IF NOT WS-AUDIT-TRAIL-OK
               MOVE "AUDIT-TRAIL" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-TRAIL-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Keeps a master-changing entry for a key in range when it was
      * stamped after the backup was taken and no later than the
      * as-of date. An entry whose timestamp cannot be read cannot
      * be placed on either side of those lines; it is released
      * marked, so its key is flagged instead of rebuilt.
      *----------------------------------------------------------------
       4210-RELEASE-TRAIL-ENTRY.
           READ AUDIT-TRAIL
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF NOT WS-AUDIT-TRAIL-OK
                       MOVE "AUDIT-TRAIL" TO WS-ERROR-FILE-ID
                       MOVE WS-AUDIT-TRAIL-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-TRAIL-ENTRIES-READ
                   MOVE AUDIT-ACTION TO WS-TRAIL-ACTION
                   IF WS-TRAIL-MASTER-ACTION
                       AND AUDIT-KEY >= WS-FROM-KEY
                       AND AUDIT-KEY <= WS-TO-KEY
                       EVALUATE TRUE
                           WHEN AUDIT-TIMESTAMP (1:14) IS NOT NUMERIC
                               MOVE SPACES TO HS-TIMESTAMP
                               MOVE "N" TO HS-TIME-SW
                               PERFORM 4220-RELEASE-ENTRY
                           WHEN AUDIT-TIMESTAMP (1:14)
                                   <= WS-BACKUP-POINT
                               ADD 1 TO WS-ENTRIES-IN-BACKUP
                           WHEN AUDIT-TIMESTAMP (1:8) > WS-AS-OF-DATE
                               ADD 1 TO WS-ENTRIES-AFTER-AS-OF
                           WHEN OTHER
                               MOVE AUDIT-TIMESTAMP TO HS-TIMESTAMP
                               MOVE "Y" TO HS-TIME-SW
                               PERFORM 4220-RELEASE-ENTRY
                       END-EVALUATE
                   END-IF
           END-READ.

       4220-RELEASE-ENTRY.
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE AUDIT-KEY TO HS-KEY
           SET HS-FROM-TRAIL TO TRUE
           MOVE WS-RELEASE-SEQUENCE TO HS-SEQUENCE
           MOVE AUDIT-ACTION TO HS-ACTION
           MOVE AUDIT-BEFORE-IMAGE (1:120) TO HS-BEFORE-IMAGE
           MOVE AUDIT-AFTER-IMAGE (1:120) TO HS-AFTER-IMAGE
           RELEASE HISTORY-SORT-RECORD.

      *----------------------------------------------------------------
      * SORT output procedure: rebuilds one key at a time, writing
      * MSTASOF.DAT between its header and trailer.
      *----------------------------------------------------------------
       5000-ROLL-FORWARD.
           OPEN OUTPUT ASOF-FILE
           PERFORM 5900-CHECK-ASOF-STATUS
           MOVE WS-AS-OF-DATE TO WS-AH-RUN-DATE
           MOVE WS-AS-OF-DATE TO WS-AH-UNLOAD-DATE
           WRITE ASOF-RECORD FROM WS-ASOF-HEADER
           PERFORM 5900-CHECK-ASOF-STATUS

           PERFORM 5100-RETURN-ONE-ENTRY UNTIL WS-RETURN-EOF

           IF NOT WS-BREAK-FIRST
               PERFORM 5300-FINISH-KEY
           END-IF

           MOVE WS-RECORDS-REBUILT TO WS-AT-RECORD-COUNT
           MOVE WS-AMOUNT-REBUILT TO WS-AT-AMOUNT-TOTAL
           WRITE ASOF-RECORD FROM WS-ASOF-TRAILER
           PERFORM 5900-CHECK-ASOF-STATUS

           CLOSE ASOF-FILE
           PERFORM 5900-CHECK-ASOF-STATUS.

       5050-START-KEY.
           MOVE "N" TO WS-BREAK-FIRST-SW
           MOVE HS-KEY TO WS-CURRENT-KEY
           MOVE SPACES TO WS-STATE-RECORD
           SET WS-STATE-ABSENT TO TRUE
           MOVE "N" TO WS-STATE-FROM-TRAIL-SW
           MOVE "N" TO WS-KEY-FLAGGED-SW.

       5100-RETURN-ONE-ENTRY.
           RETURN HISTORY-SORT-FILE
               AT END
                   SET WS-RETURN-EOF TO TRUE
               NOT AT END
                   IF WS-BREAK-FIRST
                       PERFORM 5050-START-KEY
                   ELSE
                       IF HS-KEY NOT = WS-CURRENT-KEY
                           PERFORM 5300-FINISH-KEY
                           PERFORM 5050-START-KEY
                       END-IF
                   END-IF
                   IF WS-KEY-FLAGGED
                       ADD 1 TO WS-ENTRIES-NOT-APPLIED
                   ELSE
                       PERFORM 5200-APPLY-ENTRY
                   END-IF
           END-RETURN.

      *----------------------------------------------------------------
      * Applies one entry to the key's state, proving it first. The
      * backup record is the starting state. An add needs the key
      * absent and an after-image; a change needs the key present,
      * its before-image equal to the state, and an after-image; a
      * delete needs the key present and its before-image equal to
      * the state. A restore puts back its before-image, or removes
      * the key when that is spaces (the reversal of an add) - it
      * records no prior state to prove against.
      *----------------------------------------------------------------
       5200-APPLY-ENTRY.
           MOVE HS-ACTION TO WS-TRAIL-ACTION
           EVALUATE TRUE
               WHEN HS-FROM-BACKUP
                   MOVE HS-AFTER-IMAGE TO WS-STATE-RECORD
                   SET WS-STATE-PRESENT TO TRUE
               WHEN HS-TIME-UNREADABLE
                   MOVE "TRAIL TIMESTAMP UNREADABLE"
                       TO WS-FLAG-REASON
                   PERFORM 5250-FLAG-KEY
               WHEN WS-TRAIL-ADD
                   IF WS-STATE-PRESENT
                       MOVE "ADD BUT KEY ALREADY ON FILE"
                           TO WS-FLAG-REASON
                       PERFORM 5250-FLAG-KEY
                   ELSE
                       PERFORM 5210-TAKE-AFTER-IMAGE
                   END-IF
               WHEN WS-TRAIL-CHANGE
                   IF WS-STATE-ABSENT
                       MOVE "CHANGE BUT KEY NOT ON FILE"
                           TO WS-FLAG-REASON
                       PERFORM 5250-FLAG-KEY
                   ELSE
                       IF HS-BEFORE-IMAGE NOT = WS-STATE-RECORD
                           MOVE "BEFORE-IMAGE DOES NOT MATCH"
                               TO WS-FLAG-REASON
                           PERFORM 5250-FLAG-KEY
                       ELSE
                           PERFORM 5210-TAKE-AFTER-IMAGE
                       END-IF
                   END-IF
               WHEN WS-TRAIL-DELETE
                   IF WS-STATE-ABSENT
                       MOVE "DELETE BUT KEY NOT ON FILE"
                           TO WS-FLAG-REASON
                       PERFORM 5250-FLAG-KEY
                   ELSE
                       IF HS-BEFORE-IMAGE NOT = WS-STATE-RECORD
                           MOVE "BEFORE-IMAGE DOES NOT MATCH"
                               TO WS-FLAG-REASON
                           PERFORM 5250-FLAG-KEY
                       ELSE
                           MOVE SPACES TO WS-STATE-RECORD
                           SET WS-STATE-ABSENT TO TRUE
                           SET WS-STATE-FROM-TRAIL TO TRUE
                           ADD 1 TO WS-ENTRIES-APPLIED
                       END-IF
                   END-IF
               WHEN WS-TRAIL-RESTORE
                   IF HS-BEFORE-IMAGE = SPACES
                       MOVE SPACES TO WS-STATE-RECORD
                       SET WS-STATE-ABSENT TO TRUE
                   ELSE
                       MOVE HS-BEFORE-IMAGE TO WS-STATE-RECORD
                       SET WS-STATE-PRESENT TO TRUE
                   END-IF
                   SET WS-STATE-FROM-TRAIL TO TRUE
                   ADD 1 TO WS-ENTRIES-APPLIED
           END-EVALUATE.

      *----------------------------------------------------------------
      * An add or change leaves the record its after-image shows. A
      * trail written before after-images were kept has none, and
      * the state it produced cannot be known from the trail alone.
      *----------------------------------------------------------------
       5210-TAKE-AFTER-IMAGE.
           IF HS-AFTER-IMAGE = SPACES
               MOVE "NO AFTER-IMAGE ON TRAIL ENTRY" TO WS-FLAG-REASON
               PERFORM 5250-FLAG-KEY
           ELSE
               MOVE HS-AFTER-IMAGE TO WS-STATE-RECORD
               SET WS-STATE-PRESENT TO TRUE
               SET WS-STATE-FROM-TRAIL TO TRUE
               ADD 1 TO WS-ENTRIES-APPLIED
           END-IF.

       5250-FLAG-KEY.
           SET WS-KEY-FLAGGED TO TRUE
           MOVE HS-ACTION TO WS-FLAG-ACTION
           MOVE HS-TIMESTAMP (1:14) TO WS-FLAG-TIMESTAMP
           ADD 1 TO WS-ENTRIES-NOT-APPLIED.

      *----------------------------------------------------------------
      * The key's last entry is in: a flagged key is listed with its
      * reason and kept off the output; a key present at the as-of
      * date is written and listed; a key absent then (deleted, or
      * added later) simply does not appear.
      *----------------------------------------------------------------
       5300-FINISH-KEY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-KEY-FLAGGED
               ADD 1 TO WS-KEYS-FLAGGED
               MOVE WS-CURRENT-KEY TO WS-RPT-FLG-KEY
               MOVE WS-FLAG-REASON TO WS-RPT-FLG-REASON
               MOVE WS-FLAG-ACTION TO WS-RPT-FLG-ACTION
               MOVE WS-FLAG-TIMESTAMP TO WS-RPT-FLG-TIMESTAMP
               WRITE REPORT-LINE FROM WS-REPORT-FLAGGED-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           ELSE
               IF WS-STATE-PRESENT
                   PERFORM 5400-WRITE-REBUILT-RECORD
               END-IF
           END-IF.

       5400-WRITE-REBUILT-RECORD.
           MOVE SPACES TO FILE-RECORD
           MOVE "D" TO FILE-RECORD-TYPE
           MOVE WS-STATE-RECORD TO FILE-RECORD-DATA
           WRITE ASOF-RECORD FROM FILE-RECORD
           PERFORM 5900-CHECK-ASOF-STATUS

           MOVE WS-STATE-RECORD TO MASTER-RECORD
           ADD 1 TO WS-RECORDS-REBUILT
           IF MR-AMOUNT IS NUMERIC
               ADD MR-AMOUNT TO WS-AMOUNT-REBUILT
               MOVE MR-AMOUNT TO WS-RPT-DET-AMOUNT
           ELSE
               MOVE ZERO TO WS-RPT-DET-AMOUNT
           END-IF

           MOVE MR-KEY TO WS-RPT-DET-KEY
           MOVE MR-DATA-FIELD-1 TO WS-RPT-DET-FIELD-1
           MOVE MR-DATA-FIELD-2 TO WS-RPT-DET-FIELD-2
           MOVE MR-LAST-MAINT-DATE TO WS-RPT-DET-MAINT-DATE
           MOVE MR-LAST-TRAN-CODE TO WS-RPT-DET-TRAN-CODE
           IF WS-STATE-FROM-TRAIL
               MOVE "TRAIL" TO WS-RPT-DET-SOURCE
           ELSE
               MOVE "BACKUP" TO WS-RPT-DET-SOURCE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       5900-CHECK-ASOF-STATUS.
           IF NOT WS-ASOF-OK
               MOVE "ASOF-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-ASOF-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Starts a new report page: title with page number, the as-of
      * date and key range, the backup the run started from, and the
      * column headings.
      *----------------------------------------------------------------
       7100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-RPT-PAGE-NO
           MOVE WS-AS-OF-DATE TO WS-RPT-AS-OF-DATE
           IF WS-FROM-KEY = LOW-VALUES
               MOVE "(START OF FILE)" TO WS-RPT-FROM-KEY
           ELSE
               MOVE WS-FROM-KEY TO WS-RPT-FROM-KEY
           END-IF
           IF WS-TO-KEY = HIGH-VALUES
               MOVE "(END OF FILE)" TO WS-RPT-TO-KEY
           ELSE
               MOVE WS-TO-KEY TO WS-RPT-TO-KEY
           END-IF
           MOVE WS-BACKUP-DSNAME TO WS-RPT-BACKUP-DSNAME
           MOVE WS-BACKUP-POINT-DATE TO WS-RPT-BACKUP-DATE
           MOVE WS-BACKUP-POINT-TIME TO WS-RPT-BACKUP-TIME

           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-COLUMN-HEADER
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * End-of-run summary: the backup's proof, what the trail
      * offered and what was applied, what was rebuilt, and a plain
      * verdict line. Also printed from 9000-TERMINATE when a run
      * stops early, so the report always says how far it got.
      *----------------------------------------------------------------
       8000-PRINT-SUMMARY.
           SET WS-SUMMARY-PRINTED TO TRUE

           IF WS-PAGE-NO = ZERO
               PERFORM 7100-PRINT-PAGE-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-TRAILER-RECORD-COUNT TO WS-RPT-TRAILER-COUNT
           MOVE WS-TRAILER-AMOUNT-TOTAL TO WS-RPT-TRAILER-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TRAILER-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           MOVE WS-RECORDS-PROVEN TO WS-RPT-PROVEN-COUNT
           MOVE WS-AMOUNT-PROVEN TO WS-RPT-PROVEN-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-PROVEN-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "BACKUP RECORDS IN RANGE:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-BACKUP-IN-RANGE TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "TRAIL ENTRIES READ:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-TRAIL-ENTRIES-READ TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "  ALREADY IN BACKUP:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ENTRIES-IN-BACKUP TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "  AFTER AS-OF DATE:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ENTRIES-AFTER-AS-OF TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "  APPLIED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ENTRIES-APPLIED TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "  NOT APPLIED (KEY FLAGGED):" TO WS-RPT-COUNT-CAPTION
           MOVE WS-ENTRIES-NOT-APPLIED TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE
           MOVE "KEYS FLAGGED:" TO WS-RPT-COUNT-CAPTION
           MOVE WS-KEYS-FLAGGED TO WS-RPT-COUNT
           PERFORM 8100-PRINT-COUNT-LINE

           MOVE WS-RECORDS-REBUILT TO WS-RPT-REBUILT-COUNT
           MOVE WS-AMOUNT-REBUILT TO WS-RPT-REBUILT-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-REBUILT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   WRITE REPORT-LINE FROM WS-REPORT-OOB-LINE
               WHEN WS-FATAL-ERROR
                   WRITE REPORT-LINE FROM WS-REPORT-FATAL-LINE
               WHEN WS-KEYS-FLAGGED > ZERO
                   WRITE REPORT-LINE FROM WS-REPORT-FLAGGED-VERDICT-LINE
               WHEN WS-RECORDS-REBUILT = ZERO
                   WRITE REPORT-LINE FROM WS-REPORT-NONE-LINE
               WHEN OTHER
                   WRITE REPORT-LINE FROM WS-REPORT-COMPLETE-LINE
           END-EVALUATE
           PERFORM 8900-CHECK-REPORT-STATUS

           CLOSE REPORT-FILE
           PERFORM 8900-CHECK-REPORT-STATUS.

       8100-PRINT-COUNT-LINE.
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
      * RC 8 on an error, no usable backup, or a backup out of
      * balance; RC 4 when keys could not be accounted for or
      * nothing was rebuilt; RC 0 when every key in range is proven.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR OR WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-KEYS-FLAGGED > ZERO
                   OR WS-RECORDS-REBUILT = ZERO
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
       END PROGRAM MSTASOF.
