      *
      * Every transaction acted on is logged to AUDITLOG.DAT in the
      * standard AUDREC layout, with the master record's before-image
      * (spaces for an add - nothing existed) and after-image (spaces
      * for a delete). A run mode of BACK reverses the completed run
      * named by LS-RUN-DATE from that trail, supplied as AUDITBK:
      * adds are deleted and changed or deleted records are put back
      * exactly as they were, restoring the master to its pre-run
      * state without a volume restore. Online changes made through
      * MSTMNT (ONLADD, ONLCHANGE, ONLDELETE) are not the run's and
      * are never reversed, but one made after the run to a key the
      * backout puts back is undone with it; each such key is named
      * on the console and counted on the report, and the backout
      * ends RC 4 so the change can be keyed again if still wanted.
      *
      * Dual control: a transaction that would otherwise post, but
      * whose amount or move in MR-AMOUNT is over the limits on the
      * HOLDCTL card, is not posted. It goes to the pending-approval
      * file with a hold id instead, and is listed on PNDRPT for a
      * second person to approve on APPROVE.DAT. Each run first
      * works the pending file it is given: approved items are
      * posted through the same rules as the day's transactions,
      * items older than the expiry days are dropped, and the rest
      * are carried forward with their age to PENDOUT - the next
      * run's PENDING. Holds, approvals, posts, and expiries are
      * audited as MSTHOLD, MSTAPPROVE, MSTPOST, and MSTEXPIRE; a
      * post also writes the ordinary MSTADD, MSTCHANGE, or
      * MSTDELETE entry for the master change itself. The HOLDCTL
      * card is required: with no card, an empty one, or neither
      * limit above zero the run stops before posting anything, as
      * MSTMNT refuses online changes. A BACK run does not touch the
      * pending file: items the reversed run held stay pending, and
      * a held item it posted is undone like any other change and
      * must be sent again if still wanted.
      *
      * The run date must be a business day on the business calendar
      * unless the PARM says FORCE; left blank, it defaults to the
      * next business day after the latest run date the run registry
      * shows processed. Pending items age in business days.
      *
      * Every add, change, and delete applied to the master also goes
      * on the outbound change feed, CHGFEED.DAT (CHGREC layout), with
      * the master record before and after, so downstream copies of
      * the master can follow it; a header and a trailer balanced on
      * the count and the net movement in MR-AMOUNT bracket the run's
      * details. A BACK run writes the compensating details - the
      * delete of a key the run added, the put-back of a record it
      * changed or deleted - so the copies unwind with the master.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT CHANGE-FEED-FILE
               ASSIGN TO "CHGFEED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-FEED-STATUS.

           SELECT BACKOUT-AUDIT-FILE
               ASSIGN TO "AUDITBK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT HOLD-CONTROL-FILE
               ASSIGN TO "HOLDCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-CONTROL-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO "PENDING.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-OUT-FILE
               ASSIGN TO "PENDOUT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-OUT-STATUS.

           SELECT APPROVAL-FILE
               ASSIGN TO "APPROVE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT HOLD-REPORT-FILE
               ASSIGN TO "PNDRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-REPORT-STATUS.

      *    Read only when the PARM leaves the run date blank.
           SELECT RUN-REGISTRY
               ASSIGN TO "RUNREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-REGISTRY-STATUS.

      *    Business calendar, read at random for the run date and
      *    for each pending item's age.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  CHANGE-FEED-FILE.
           COPY CHGREC.

      *----------------------------------------------------------------
      * The audit trail of the run being reversed, supplied as
      * AUDITBK when LS-RUN-MODE is BACK (in JCL, usually the same
       FD  REJECT-FILE.
           COPY REJREC.

       FD  CATEGORY-FILE.
           COPY CATREC.

      *----------------------------------------------------------------
      * The dual-control limits, one card. Amounts are 11 whole
      * digits and 2 decimals with the point implied; a blank limit
      * holds nothing on that test, and blank expiry days means 10.
      * Expiry days are business days.
      *----------------------------------------------------------------
       FD  HOLD-CONTROL-FILE.
       01  HOLD-CONTROL-RECORD.
           05  HC-AMOUNT-LIMIT             PIC X(13).
           05  HC-CHANGE-LIMIT             PIC X(13).
           05  HC-EXPIRY-DAYS              PIC X(03).
           05  FILLER                      PIC X(51).

      *----------------------------------------------------------------
      * The pending-approval file as the last run left it, and as
      * this run leaves it. Both are read and written through the
      * PNDREC view in WORKING-STORAGE.
      *----------------------------------------------------------------
       FD  PENDING-FILE.
       01  PENDING-IN-RECORD               PIC X(300).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD              PIC X(300).

       FD  APPROVAL-FILE.
           COPY APRREC.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE                PIC X(132).

       FD  RUN-REGISTRY.
           COPY RUNREG.

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The pending-approval record, read into and written from here
      * for both PENDING-FILE and PENDING-OUT-FILE.
      *----------------------------------------------------------------
           COPY PNDREC.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRAN-FILE-STATUS         PIC X(02).
               88  WS-TRAN-FILE-OK         VALUE "00".
               88  WS-MASTER-NOT-FOUND     VALUE "23".
           05  WS-AUDIT-LOG-STATUS         PIC X(02).
               88  WS-AUDIT-LOG-OK         VALUE "00".
           05  WS-CHANGE-FEED-STATUS       PIC X(02).
               88  WS-CHANGE-FEED-OK       VALUE "00".
           05  WS-BACKOUT-AUDIT-STATUS     PIC X(02).
               88  WS-BACKOUT-AUDIT-OK     VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".
           05  WS-REJECT-FILE-STATUS       PIC X(02).
               88  WS-REJECT-FILE-OK       VALUE "00".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".
           05  WS-HOLD-CONTROL-STATUS      PIC X(02).
               88  WS-HOLD-CONTROL-OK      VALUE "00".
               88  WS-HOLD-CONTROL-ABSENT  VALUE "35".
           05  WS-PENDING-STATUS           PIC X(02).
               88  WS-PENDING-OK           VALUE "00".
               88  WS-PENDING-ABSENT       VALUE "35".
           05  WS-PENDING-OUT-STATUS       PIC X(02).
               88  WS-PENDING-OUT-OK       VALUE "00".
           05  WS-APPROVAL-STATUS          PIC X(02).
               88  WS-APPROVAL-OK          VALUE "00".
               88  WS-APPROVAL-ABSENT      VALUE "35".
           05  WS-HOLD-REPORT-STATUS       PIC X(02).
               88  WS-HOLD-REPORT-OK       VALUE "00".
           05  WS-RUN-REGISTRY-STATUS      PIC X(02).
               88  WS-RUN-REGISTRY-OK      VALUE "00".
               88  WS-RUN-REGISTRY-ABSENT  VALUE "35".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
      * Audit-trail work areas. WS-MASTER-BEFORE-IMAGE holds the
      * master record exactly as it stood before the transaction
      * touched it (spaces for an add), captured before
      * 3110-BUILD-MASTER-RECORD overlays the record area, and
      * WS-MASTER-AFTER-IMAGE the record as the transaction left it
      * (spaces for a delete or a reject); the trail's file id is
      * the FH-FILE-ID off the transaction file's own header.
      *----------------------------------------------------------------
       01  WS-AUDIT-ACTION-TEXT            PIC X(10) VALUE SPACES.
       01  WS-MASTER-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
       01  WS-MASTER-AFTER-IMAGE           PIC X(200) VALUE SPACES.
       01  WS-TRAN-FILE-ID                 PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * Change feed work areas. The caller sets WS-FEED-ACTION and
      * the two images above; WS-FEED-REVERSAL is on for the whole
      * of a BACK run. The count and net movement go on the trailer.
      *----------------------------------------------------------------
       01  WS-FEED-ACTION                  PIC X(01) VALUE SPACE.
       01  WS-FEED-REVERSAL-SW             PIC X(01) VALUE "N".
           88  WS-FEED-REVERSAL            VALUE "Y".
       01  WS-FEED-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-FEED-NET-AMOUNT              PIC S9(13)V99 VALUE ZERO.
       01  WS-FEED-NET-EDITED              PIC -(13)9.99.

      *----------------------------------------------------------------
      * Category edit on adds and changes: the code a transaction
      * would put in MR-DATA-FIELD-1 must be active on the category
      * reference file on WS-CAT-EDIT-DATE (the run date).
      *----------------------------------------------------------------
       01  WS-CAT-EDIT-DATE                PIC X(08) VALUE SPACES.
       01  WS-CATEGORY-VALID-SW            PIC X(01) VALUE "Y".
           88  WS-CATEGORY-VALID           VALUE "Y".
           88  WS-CATEGORY-INVALID         VALUE "N".

      *----------------------------------------------------------------
      * The date the whole run works to: the PARM's LS-RUN-DATE, or,
      * when the PARM leaves it blank, the next business day after
      * the latest run date the run registry shows processed and not
      * since backed out. The registry is held here the way the
      * batch skeleton holds it. WS-CAL-DATE-NUM walks the business
      * calendar a day at a time.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
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
       01  WS-CAL-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE-NUM
                                           PIC X(08).
       01  WS-CAL-INTEGER                  PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

      *----------------------------------------------------------------
      * Backout (BACK run mode) state. The restore rule is
      * first-touch-wins: the FIRST audit entry for a key in the run
           05  WS-CHANGES-RESTORED         PIC 9(09) VALUE ZERO.
           05  WS-DELETES-RESTORED         PIC 9(09) VALUE ZERO.
           05  WS-LATER-TOUCHES-SKIPPED    PIC 9(09) VALUE ZERO.
           05  WS-ONLINE-CHANGES-UNDONE    PIC 9(09) VALUE ZERO.
       01  WS-RESTORED-KEY-TABLE.
           05  WS-RSK-COUNT                PIC 9(04) VALUE ZERO.
           05  WS-RSK-KEY                  OCCURS 1000 TIMES
       01  WS-RSK-FOUND-SW                 PIC X(01) VALUE "N".
           88  WS-RSK-FOUND                VALUE "Y".

      *----------------------------------------------------------------
      * Dual-control state. The limits come off the HOLDCTL card;
      * WS-HOLD-AS-OF-DATE (the run date) stamps new holds
      * and is the date every pending item's age is counted to. The
      * run's own holds are numbered from 1 under the run's start
      * time, so no two holds share an id.
      *----------------------------------------------------------------
       01  WS-HOLD-LIMITS.
           05  WS-HOLD-AMOUNT-LIMIT-X      PIC X(13) VALUE SPACES.
           05  WS-HOLD-AMOUNT-LIMIT REDEFINES WS-HOLD-AMOUNT-LIMIT-X
                                           PIC 9(11)V99.
           05  WS-HOLD-CHANGE-LIMIT-X      PIC X(13) VALUE SPACES.
           05  WS-HOLD-CHANGE-LIMIT REDEFINES WS-HOLD-CHANGE-LIMIT-X
                                           PIC 9(11)V99.
           05  WS-HOLD-EXPIRY-DAYS-X       PIC X(03) VALUE "010".
           05  WS-HOLD-EXPIRY-DAYS REDEFINES WS-HOLD-EXPIRY-DAYS-X
                                           PIC 9(03).
       01  WS-AMOUNT-HOLD-SW               PIC X(01) VALUE "N".
           88  WS-AMOUNT-HOLD-ON           VALUE "Y".
       01  WS-CHANGE-HOLD-SW               PIC X(01) VALUE "N".
           88  WS-CHANGE-HOLD-ON           VALUE "Y".
       01  WS-HOLD-AS-OF-DATE              PIC X(08) VALUE SPACES.
       01  WS-HOLD-RUN-TIME                PIC X(06) VALUE SPACES.
       01  WS-HOLD-SEQ                     PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * Per-transaction hold test. WS-HOLD-OLD-AMOUNT is what the
      * master carried before (zero for an add), WS-HOLD-NEW-AMOUNT
      * what it would carry after (zero for a delete).
      * WS-POSTING-APPROVED is set while an approved item is being
      * posted, so it is not held a second time.
      *----------------------------------------------------------------
       01  WS-HOLD-OLD-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-NEW-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-TEST-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-CHANGE-AMOUNT           PIC S9(12)V99 VALUE ZERO.
       01  WS-HOLD-REASON                  PIC X(04) VALUE SPACES.
       01  WS-HOLD-SW                      PIC X(01) VALUE "N".
           88  WS-HOLD-TRANSACTION         VALUE "Y".
       01  WS-POSTING-APPROVED-SW          PIC X(01) VALUE "N".
           88  WS-POSTING-APPROVED         VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(01) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-APPROVAL-EOF-SW              PIC X(01) VALUE "N".
           88  WS-APPROVAL-EOF             VALUE "Y".

      *----------------------------------------------------------------
      * Pending-item aging, in business days after PND-HOLD-DATE up
      * to and including WS-HOLD-AS-OF-DATE.
      *----------------------------------------------------------------
       01  WS-AGE-FROM-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * The approvals keyed since the last run, held so each pending
      * item can be looked up as it is read. An approval that
      * releases nothing is listed at the end of the pending pass.
      *----------------------------------------------------------------
       01  WS-APPROVAL-TABLE.
           05  WS-APT-COUNT                PIC 9(04) VALUE ZERO.
           05  WS-APT-ENTRY                OCCURS 500 TIMES.
               10  WS-APT-HOLD-ID          PIC X(20).
               10  WS-APT-KEY              PIC X(20).
               10  WS-APT-APPROVER-ID      PIC X(08).
               10  WS-APT-APPROVED-DATE    PIC X(08).
               10  WS-APT-USED-SW          PIC X(01).
                   88  WS-APT-USED         VALUE "Y".
       77  WS-APT-SUB                      PIC 9(04) VALUE ZERO.
       77  WS-APT-MATCH                    PIC 9(04) VALUE ZERO.

       01  WS-HOLD-COUNTERS.
           05  WS-ITEMS-HELD               PIC 9(09) VALUE ZERO.
           05  WS-HELD-ITEMS-POSTED        PIC 9(09) VALUE ZERO.
           05  WS-HELD-ITEMS-NOT-POSTED    PIC 9(09) VALUE ZERO.
           05  WS-HELD-ITEMS-EXPIRED       PIC 9(09) VALUE ZERO.
           05  WS-HELD-ITEMS-CARRIED       PIC 9(09) VALUE ZERO.
           05  WS-APPROVALS-UNMATCHED      PIC 9(09) VALUE ZERO.
       01  WS-APPLIED-BEFORE-POST          PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------
      * Trailer-balancing fields, kept in step with the standard
      * batch skeleton: the transaction file is proven against its
                                            "RECORDS REJECTED:".
           05  WS-RPT-RECORDS-REJECTED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-HOLD-COUNT-LINE.
           05  WS-RPT-HOLD-CAPTION         PIC X(25).
           05  WS-RPT-HOLD-COUNT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-BALANCE-COUNT-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "TRAILER RECORD COUNT:".
                                            "LATER TOUCHES SKIPPED:".
           05  WS-RPT-SKIPPED              PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-ONLINE-UNDONE-LINE.
           05  FILLER                      PIC X(25) VALUE
                                            "ONLINE CHANGES UNDONE:".
           05  WS-RPT-ONLINE-UNDONE        PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-NO-BACKOUT-LINE       PIC X(132) VALUE
           "*** NO MASTER UPDATES FOUND FOR THAT RUN DATE ***".

       01  WS-REPORT-NO-TRAILER-LINE       PIC X(132) VALUE
           "*** NO TRAILER RECORD FOUND ON INPUT FILE ***".

      *----------------------------------------------------------------
      * PNDRPT, the pending-approval listing: every item held,
      * posted, carried, or expired this run and every approval that
      * released nothing, one line each, by hold id - the listing
      * the approver keys APPROVE.DAT from.
      *----------------------------------------------------------------
       01  WS-HOLD-REPORT-HEADER-1.
           05  FILLER                      PIC X(30) VALUE
                                    "PENDING APPROVAL REPORT".
           05  FILLER                      PIC X(06) VALUE "PAGE: ".
           05  WS-HRPT-PAGE-NO             PIC ZZZ9.

       01  WS-HOLD-REPORT-HEADER-2.
           05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
           05  WS-HRPT-RUN-DATE            PIC X(08).
           05  FILLER                      PIC X(16) VALUE
                                            "   AMOUNT LIMIT:".
           05  WS-HRPT-AMOUNT-LIMIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(16) VALUE
                                            "   CHANGE LIMIT:".
           05  WS-HRPT-CHANGE-LIMIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(16) VALUE
                                            "   EXPIRY DAYS:".
           05  WS-HRPT-EXPIRY-DAYS         PIC ZZ9.

       01  WS-HOLD-REPORT-COLUMN-HEADER.
           05  FILLER                      PIC X(12) VALUE "EVENT".
           05  FILLER                      PIC X(22) VALUE "HOLD ID".
           05  FILLER                      PIC X(22) VALUE "KEY".
           05  FILLER                      PIC X(03) VALUE "TC".
           05  FILLER                      PIC X(24) VALUE
                                            "              AMOUNT".
           05  FILLER                      PIC X(05) VALUE "WHY".
           05  FILLER                      PIC X(07) VALUE "  AGE".
           05  FILLER                      PIC X(08) VALUE "BY".

       01  WS-HOLD-REPORT-DETAIL-LINE.
           05  WS-HRPT-EVENT               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HRPT-HOLD-ID             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HRPT-KEY                 PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HRPT-TRAN-CODE           PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HRPT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-HRPT-REASON              PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-HRPT-AGE                 PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HRPT-APPROVER-ID         PIC X(08).

       01  WS-HOLD-REPORT-NONE-LINE        PIC X(132) VALUE
           "NO ITEMS HELD, PENDING, OR APPROVED THIS RUN".

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH              PIC S9(4) COMP.
      *        BACK restores the master to its state before the
      *        completed run named by LS-RUN-DATE, using the audit
      *        trail supplied as AUDITBK - see 6000-BACKOUT-RUN.
      *        BACK never defaults the date.
                   88  LS-RUN-MODE-BACK    VALUE "BACK".
      *        FORCE runs on a PARM run date the business calendar
      *        shows as a weekend day or holiday. Only honoured when
      *        the PARM is long enough to carry it.
               10  LS-RUN-FORCE            PIC X(05).
                   88  LS-RUN-FORCED       VALUE "FORCE".

       PROCEDURE DIVISION USING LS-PARM-INFO.
       0000-MAIN.
      *    stood, and the run ends through the normal summary and
      *    return-code paragraphs.
           IF LS-RUN-MODE-BACK
               IF LS-RUN-DATE = SPACES
                   DISPLAY "BACK MODE NEEDS THE RUN DATE OF THE RUN "
                       "TO REVERSE"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE LS-RUN-DATE TO WS-RUN-DATE
               PERFORM 6000-BACKOUT-RUN
               PERFORM 9000-TERMINATE
           END-IF

           PERFORM 1000-INITIALIZE

      *    Items held by earlier runs are settled before the day's
      *    transactions, so an approved item posts ahead of anything
      *    that arrived after it.
           PERFORM 1500-WORK-PENDING-ITEMS

           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF

           CLOSE TRAN-FILE
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 2980-CLOSE-CHANGE-FEED

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE PENDING-OUT-FILE
           IF NOT WS-PENDING-OUT-OK
               MOVE "PENDING-OUT" TO WS-ERROR-FILE-ID
               MOVE WS-PENDING-OUT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF WS-ITEMS-HELD = ZERO
                   AND WS-HELD-ITEMS-POSTED = ZERO
                   AND WS-HELD-ITEMS-NOT-POSTED = ZERO
                   AND WS-HELD-ITEMS-EXPIRED = ZERO
                   AND WS-HELD-ITEMS-CARRIED = ZERO
                   AND WS-APPROVALS-UNMATCHED = ZERO
               WRITE HOLD-REPORT-LINE FROM WS-HOLD-REPORT-NONE-LINE
               PERFORM 8950-CHECK-HOLD-REPORT-STATUS
           END-IF
           CLOSE HOLD-REPORT-FILE
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Settles the run date, then opens the transaction file, the
      * master, and the reject file. The master is opened I-O: every
      * day's run both reads and updates it in place. The calendar
      * stays open until the pending items are aged.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 1300-RESOLVE-RUN-DATE

           DISPLAY "RUN DATE: " WS-RUN-DATE " RUN MODE: " LS-RUN-MODE

           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-FILE-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 2970-OPEN-CHANGE-FEED

           MOVE WS-RUN-DATE TO WS-CAT-EDIT-DATE
           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE WS-CAT-EDIT-DATE TO WS-HOLD-AS-OF-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO WS-HOLD-RUN-TIME
           PERFORM 1100-READ-HOLD-CONTROL
           PERFORM 1200-LOAD-APPROVALS

           OPEN OUTPUT PENDING-OUT-FILE
           IF NOT WS-PENDING-OUT-OK
               MOVE "PENDING-OUT" TO WS-ERROR-FILE-ID
               MOVE WS-PENDING-OUT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN OUTPUT HOLD-REPORT-FILE
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS
           MOVE 1 TO WS-HRPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-HRPT-RUN-DATE
           MOVE WS-HOLD-EXPIRY-DAYS TO WS-HRPT-EXPIRY-DAYS
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-REPORT-HEADER-1
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-REPORT-HEADER-2
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-REPORT-COLUMN-HEADER
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS.

      *----------------------------------------------------------------
      * Reads the HOLDCTL card, which every run needs. A limit of
      * zero is the same as a blank one and holds nothing on its
      * test, but one of the two must be above zero. No card, an
      * empty one, neither limit set, or a limit or day count that
      * is not all digits stops the run - a missing or mistyped
      * card must not quietly turn dual control off.
      *----------------------------------------------------------------
       1100-READ-HOLD-CONTROL.
           OPEN INPUT HOLD-CONTROL-FILE
           IF WS-HOLD-CONTROL-ABSENT
               DISPLAY "NO HOLDCTL CARD - DUAL CONTROL CANNOT BE "
                   "APPLIED, NOTHING POSTED"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-HOLD-CONTROL-OK
               MOVE "HOLD-CONTROL" TO WS-ERROR-FILE-ID
               MOVE WS-HOLD-CONTROL-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           READ HOLD-CONTROL-FILE
               AT END
                   DISPLAY "HOLDCTL IS EMPTY - DUAL CONTROL CANNOT BE "
                       "APPLIED, NOTHING POSTED"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
           END-READ
           PERFORM 1110-TAKE-HOLD-LIMITS
           CLOSE HOLD-CONTROL-FILE
           IF NOT WS-AMOUNT-HOLD-ON AND NOT WS-CHANGE-HOLD-ON
               DISPLAY "HOLDCTL SETS NEITHER LIMIT - DUAL CONTROL "
                   "CANNOT BE APPLIED, NOTHING POSTED"
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           END-IF

           MOVE ZERO TO WS-HRPT-AMOUNT-LIMIT
           MOVE ZERO TO WS-HRPT-CHANGE-LIMIT
           IF WS-AMOUNT-HOLD-ON
               MOVE WS-HOLD-AMOUNT-LIMIT TO WS-HRPT-AMOUNT-LIMIT
           END-IF
           IF WS-CHANGE-HOLD-ON
               MOVE WS-HOLD-CHANGE-LIMIT TO WS-HRPT-CHANGE-LIMIT
           END-IF
           DISPLAY "HOLD LIMITS - AMOUNT: " WS-HOLD-AMOUNT-LIMIT-X
               " CHANGE: " WS-HOLD-CHANGE-LIMIT-X
               " EXPIRY DAYS: " WS-HOLD-EXPIRY-DAYS-X.

       1110-TAKE-HOLD-LIMITS.
           IF HC-AMOUNT-LIMIT NOT = SPACES
               MOVE HC-AMOUNT-LIMIT TO WS-HOLD-AMOUNT-LIMIT-X
               IF WS-HOLD-AMOUNT-LIMIT-X IS NOT NUMERIC
                   DISPLAY "HOLDCTL AMOUNT LIMIT IS NOT NUMERIC"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-HOLD-AMOUNT-LIMIT > ZERO
                   SET WS-AMOUNT-HOLD-ON TO TRUE
               END-IF
           END-IF
           IF HC-CHANGE-LIMIT NOT = SPACES
               MOVE HC-CHANGE-LIMIT TO WS-HOLD-CHANGE-LIMIT-X
               IF WS-HOLD-CHANGE-LIMIT-X IS NOT NUMERIC
                   DISPLAY "HOLDCTL CHANGE LIMIT IS NOT NUMERIC"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-HOLD-CHANGE-LIMIT > ZERO
                   SET WS-CHANGE-HOLD-ON TO TRUE
               END-IF
           END-IF
           IF HC-EXPIRY-DAYS NOT = SPACES
               MOVE HC-EXPIRY-DAYS TO WS-HOLD-EXPIRY-DAYS-X
               IF WS-HOLD-EXPIRY-DAYS-X IS NOT NUMERIC
                   DISPLAY "HOLDCTL EXPIRY DAYS IS NOT NUMERIC"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Loads APPROVE.DAT. No file means nothing was approved since
      * the last run. An approval with no approver named is not an
      * approval: it is listed and never loaded.
      *----------------------------------------------------------------
       1200-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-ABSENT
               SET WS-APPROVAL-EOF TO TRUE
           ELSE
               IF NOT WS-APPROVAL-OK
                   MOVE "APPROVAL-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-APPROVAL-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1210-LOAD-ONE-APPROVAL UNTIL WS-APPROVAL-EOF
               CLOSE APPROVAL-FILE
               IF NOT WS-APPROVAL-OK
                   MOVE "APPROVAL-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-APPROVAL-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1210-LOAD-ONE-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   SET WS-APPROVAL-EOF TO TRUE
               NOT AT END
                   IF NOT WS-APPROVAL-OK
                       MOVE "APPROVAL-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-APPROVAL-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF APPROVAL-RECORD NOT = SPACES
                       IF WS-APT-COUNT >= 500
                           DISPLAY "MORE THAN 500 APPROVALS ON "
                               "APPROVE.DAT - SPLIT THE FILE"
                           SET WS-FATAL-ERROR TO TRUE
                           PERFORM 9000-TERMINATE
                       END-IF
                       ADD 1 TO WS-APT-COUNT
                       MOVE APR-HOLD-ID TO WS-APT-HOLD-ID (WS-APT-COUNT)
                       MOVE APR-KEY TO WS-APT-KEY (WS-APT-COUNT)
                       MOVE APR-APPROVER-ID
                           TO WS-APT-APPROVER-ID (WS-APT-COUNT)
                       MOVE APR-APPROVED-DATE
                           TO WS-APT-APPROVED-DATE (WS-APT-COUNT)
                       MOVE "N" TO WS-APT-USED-SW (WS-APT-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Settles the run date. A PARM date is taken as given but must
      * be a business day on the calendar; a weekend day or holiday
      * is refused unless the PARM says FORCE (a TEST run only
      * warns). A blank PARM date defaults to the next business day
      * after the latest run date the run registry shows processed -
      * a run date whose latest registry entry is a backout does not
      * count - and with no processed run the date must be keyed.
      *----------------------------------------------------------------
       1300-RESOLVE-RUN-DATE.
           IF LS-RUN-DATE = SPACES
               PERFORM 1310-LOAD-RUN-REGISTRY
               MOVE SPACES TO WS-LAST-PROCESSED-DATE
               PERFORM 1320-FIND-LAST-PROCESSED
                   VARYING WS-RR-SUB FROM 1 BY 1
                   UNTIL WS-RR-SUB > WS-RR-COUNT
               IF WS-LAST-PROCESSED-DATE = SPACES
                   DISPLAY "RUN DATE NOT SUPPLIED AND THE RUN "
                       "REGISTRY SHOWS NO PROCESSED RUN - SUPPLY "
                       "THE RUN DATE IN THE PARM"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
               MOVE WS-LAST-PROCESSED-DATE TO WS-CAL-DATE-X
               PERFORM 1340-STEP-FORWARD-ONE-DAY
               PERFORM 1340-STEP-FORWARD-ONE-DAY
                   UNTIL CAL-BUSINESS-DAY
               MOVE WS-CAL-DATE-X TO WS-RUN-DATE
               DISPLAY "RUN DATE DEFAULTED TO " WS-RUN-DATE
                   " - NEXT BUSINESS DAY AFTER LAST PROCESSED RUN "
                   WS-LAST-PROCESSED-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-CAL-DATE-X
               PERFORM 1330-READ-CALENDAR-DAY
               IF NOT CAL-BUSINESS-DAY
                   PERFORM 1350-CHECK-FORCED-RUN
               END-IF
           END-IF.

       1310-LOAD-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY
           IF WS-RUN-REGISTRY-ABSENT
               SET WS-RUN-REGISTRY-EOF TO TRUE
           ELSE
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1315-READ-REGISTRY-RECORD
                   UNTIL WS-RUN-REGISTRY-EOF
               CLOSE RUN-REGISTRY
               IF NOT WS-RUN-REGISTRY-OK
                   MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
                   MOVE WS-RUN-REGISTRY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF.

       1315-READ-REGISTRY-RECORD.
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

       1320-FIND-LAST-PROCESSED.
           IF WS-RR-STATUS (WS-RR-SUB) = "P"
                   AND WS-RR-RUN-DATE (WS-RR-SUB)
                       > WS-LAST-PROCESSED-DATE
               MOVE "N" TO WS-RR-BACKED-OUT-SW
               PERFORM 1325-CHECK-LATER-BACKOUT
                   VARYING WS-RR-LATER-SUB FROM WS-RR-SUB BY 1
                   UNTIL WS-RR-LATER-SUB > WS-RR-COUNT
               IF NOT WS-RR-BACKED-OUT
                   MOVE WS-RR-RUN-DATE (WS-RR-SUB)
                       TO WS-LAST-PROCESSED-DATE
               END-IF
           END-IF.

      *    A later entry for the same file id and run date settles
      *    it: a backout unwinds the run, a rerun after it redoes it.
       1325-CHECK-LATER-BACKOUT.
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

       1330-READ-CALENDAR-DAY.
           MOVE WS-CAL-DATE-X TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "DATE " WS-CAL-DATE-X
                       " IS NOT ON THE BUSINESS CALENDAR - LOAD ITS "
                       "YEAR WITH CALMNT"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
           END-READ
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       1340-STEP-FORWARD-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1330-READ-CALENDAR-DAY.

       1350-CHECK-FORCED-RUN.
           IF CAL-HOLIDAY
               DISPLAY "RUN DATE " WS-RUN-DATE " IS A HOLIDAY - "
                   CAL-DESCRIPTION
           ELSE
               DISPLAY "RUN DATE " WS-RUN-DATE " IS A WEEKEND DAY"
           END-IF
           IF LS-RUN-MODE-TEST
               DISPLAY "RUN DATE IS NOT A BUSINESS DAY - TEST RUN "
                   "CONTINUES"
           ELSE
               IF LS-PARM-LENGTH >= 97 AND LS-RUN-FORCED
                   DISPLAY "FORCE SPECIFIED - RUNNING ON A DATE THAT "
                       "IS NOT A BUSINESS DAY"
               ELSE
                   DISPLAY "RUN DATE IS NOT A BUSINESS DAY - CODE "
                       "FORCE IN THE PARM TO RUN ON IT ANYWAY"
                   SET WS-FATAL-ERROR TO TRUE
                   PERFORM 9000-TERMINATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The pending pass. Every item on PENDING.DAT is either posted
      * (approved), dropped (expired), or carried to PENDOUT with
      * its age. No PENDING.DAT means nothing was held before. Then
      * any approval that released nothing is listed, so a mistyped
      * hold id is seen rather than silently ignored.
      *----------------------------------------------------------------
       1500-WORK-PENDING-ITEMS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-ABSENT
               SET WS-PENDING-EOF TO TRUE
           ELSE
               IF NOT WS-PENDING-OK
                   MOVE "PENDING-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               PERFORM 1510-WORK-ONE-PENDING-ITEM
                   UNTIL WS-PENDING-EOF
               CLOSE PENDING-FILE
               IF NOT WS-PENDING-OK
                   MOVE "PENDING-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
           END-IF

           PERFORM 1590-LIST-UNUSED-APPROVAL
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-COUNT

      *    The day's transactions carry their own file id from their
      *    own header; nothing of the pending pass's may leak into it.
           MOVE SPACES TO WS-TRAN-FILE-ID.

       1510-WORK-ONE-PENDING-ITEM.
           READ PENDING-FILE INTO PENDING-RECORD
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   IF NOT WS-PENDING-OK
                       MOVE "PENDING-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-PENDING-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   MOVE PND-TRANSACTION TO FILE-RECORD
                   MOVE PND-FILE-ID TO WS-TRAN-FILE-ID
                   PERFORM 1520-AGE-PENDING-ITEM
                   MOVE ZERO TO WS-APT-MATCH
                   PERFORM 1530-MATCH-APPROVAL
                       VARYING WS-APT-SUB FROM 1 BY 1
                       UNTIL WS-APT-SUB > WS-APT-COUNT
                       OR WS-APT-MATCH > ZERO
                   EVALUATE TRUE
                       WHEN WS-APT-MATCH > ZERO
                           PERFORM 1540-POST-APPROVED-ITEM
                       WHEN PND-AGE-DAYS > WS-HOLD-EXPIRY-DAYS
                           PERFORM 1560-EXPIRE-PENDING-ITEM
                       WHEN OTHER
                           PERFORM 1570-CARRY-PENDING-ITEM
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * Business days from the hold to this run: each calendar day
      * after the hold date up to the run date that the calendar
      * shows as a business day. A date that will not convert leaves
      * the age at zero rather than expiring the item on a guess.
      *----------------------------------------------------------------
       1520-AGE-PENDING-ITEM.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE PND-HOLD-DATE TO WS-CAL-DATE-X
           IF WS-CAL-DATE-X IS NUMERIC AND WS-CAL-DATE-NUM > ZERO
               COMPUTE WS-AGE-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM)
               IF WS-AGE-FROM-INTEGER > ZERO
                   PERFORM 1525-AGE-ONE-DAY
                       UNTIL WS-CAL-DATE-X NOT < WS-HOLD-AS-OF-DATE
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO PND-AGE-DAYS.

       1525-AGE-ONE-DAY.
           PERFORM 1340-STEP-FORWARD-ONE-DAY
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-AGE-DAYS
           END-IF.

      *----------------------------------------------------------------
      * An approval releases the item only when both the hold id and
      * the key agree, it names its approver, and it has not already
      * released another item.
      *----------------------------------------------------------------
       1530-MATCH-APPROVAL.
           IF NOT WS-APT-USED (WS-APT-SUB)
                   AND WS-APT-HOLD-ID (WS-APT-SUB) = PND-HOLD-ID
                   AND WS-APT-KEY (WS-APT-SUB) = FD-KEY
                   AND WS-APT-APPROVER-ID (WS-APT-SUB) NOT = SPACES
               MOVE WS-APT-SUB TO WS-APT-MATCH
               SET WS-APT-USED (WS-APT-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Approved: the approval is audited, then the held transaction
      * goes through 3000-APPLY-TRANSACTION exactly as if it had
      * arrived today - the master may have moved since the hold,
      * so it can still be rejected. Only a transaction that
      * actually changed the master is audited as posted.
      *----------------------------------------------------------------
       1540-POST-APPROVED-ITEM.
           MOVE WS-APT-APPROVER-ID (WS-APT-MATCH) TO PND-APPROVER-ID
           MOVE WS-APT-APPROVED-DATE (WS-APT-MATCH)
               TO PND-APPROVED-DATE
           MOVE FILE-RECORD TO WS-MASTER-BEFORE-IMAGE
           MOVE PND-CONTROL TO WS-MASTER-AFTER-IMAGE
           MOVE "MSTAPPROVE" TO WS-AUDIT-ACTION-TEXT
           PERFORM 2950-WRITE-AUDIT-RECORD

           COMPUTE WS-APPLIED-BEFORE-POST =
               WS-ADDS-APPLIED + WS-CHANGES-APPLIED
               + WS-DELETES-APPLIED
           SET WS-POSTING-APPROVED TO TRUE
           PERFORM 3000-APPLY-TRANSACTION
           MOVE "N" TO WS-POSTING-APPROVED-SW

           IF WS-ADDS-APPLIED + WS-CHANGES-APPLIED
                   + WS-DELETES-APPLIED > WS-APPLIED-BEFORE-POST
               ADD 1 TO WS-HELD-ITEMS-POSTED
               MOVE PND-TRANSACTION TO WS-MASTER-BEFORE-IMAGE
               MOVE PND-CONTROL TO WS-MASTER-AFTER-IMAGE
               MOVE "MSTPOST" TO WS-AUDIT-ACTION-TEXT
               PERFORM 2950-WRITE-AUDIT-RECORD
               MOVE "POSTED" TO WS-HRPT-EVENT
           ELSE
               ADD 1 TO WS-HELD-ITEMS-NOT-POSTED
               MOVE "REJECTED" TO WS-HRPT-EVENT
           END-IF
           PERFORM 7500-LIST-HOLD-EVENT.

       1560-EXPIRE-PENDING-ITEM.
           ADD 1 TO WS-HELD-ITEMS-EXPIRED
           MOVE FILE-RECORD TO WS-MASTER-BEFORE-IMAGE
           MOVE PND-CONTROL TO WS-MASTER-AFTER-IMAGE
           MOVE "MSTEXPIRE" TO WS-AUDIT-ACTION-TEXT
           PERFORM 2950-WRITE-AUDIT-RECORD
           DISPLAY "HELD ITEM " PND-HOLD-ID " KEY " FD-KEY
               " EXPIRED UNAPPROVED AFTER " PND-AGE-DAYS " DAYS"
           MOVE "EXPIRED" TO WS-HRPT-EVENT
           PERFORM 7500-LIST-HOLD-EVENT.

       1570-CARRY-PENDING-ITEM.
           ADD 1 TO WS-HELD-ITEMS-CARRIED
           PERFORM 3600-WRITE-PENDING-OUT
           MOVE "PENDING" TO WS-HRPT-EVENT
           PERFORM 7500-LIST-HOLD-EVENT.

       1590-LIST-UNUSED-APPROVAL.
           IF NOT WS-APT-USED (WS-APT-SUB)
               ADD 1 TO WS-APPROVALS-UNMATCHED
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-APT-HOLD-ID (WS-APT-SUB) TO PND-HOLD-ID
               MOVE WS-APT-APPROVER-ID (WS-APT-SUB) TO PND-APPROVER-ID
               MOVE ZERO TO PND-AGE-DAYS
               MOVE ZERO TO PND-CHANGE-AMOUNT
               MOVE SPACES TO FILE-RECORD
               MOVE WS-APT-KEY (WS-APT-SUB) TO FD-KEY
               MOVE ZERO TO FD-AMOUNT
               IF WS-APT-APPROVER-ID (WS-APT-SUB) = SPACES
                   MOVE "UNSIGNED" TO WS-HRPT-EVENT
               ELSE
                   MOVE "NO MATCH" TO WS-HRPT-EVENT
               END-IF
               DISPLAY "APPROVAL FOR HOLD " WS-APT-HOLD-ID (WS-APT-SUB)
                   " KEY " WS-APT-KEY (WS-APT-SUB)
                   " RELEASED NOTHING - " WS-HRPT-EVENT
               PERFORM 7500-LIST-HOLD-EVENT
           END-IF.

      *----------------------------------------------------------------
      * report the master's activity and a BACK run can reverse it.
      * The caller sets WS-AUDIT-ACTION-TEXT and has already put the
      * master's before-image (or spaces, or the rejected
      * transaction) in WS-MASTER-BEFORE-IMAGE and its after-image
      * (or spaces) in WS-MASTER-AFTER-IMAGE.
      *----------------------------------------------------------------
       2950-WRITE-AUDIT-RECORD.
           MOVE FD-KEY TO AUDIT-KEY
           MOVE WS-AUDIT-ACTION-TEXT TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-TRAN-FILE-ID TO AUDIT-FILE-ID
           MOVE WS-MASTER-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE WS-MASTER-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Writes one change feed detail for a change just applied to
      * the master. The caller sets WS-FEED-ACTION and has the
      * before-image (spaces for an add) in WS-MASTER-BEFORE-IMAGE and
      * the after-image (spaces for a delete) in
      * WS-MASTER-AFTER-IMAGE, as for the audit record. The key comes
      * off whichever image exists, and the detail's move in
      * MR-AMOUNT is added to the net the trailer carries.
      *----------------------------------------------------------------
       2960-WRITE-CHANGE-FEED.
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE "D" TO CFD-RECORD-TYPE
           MOVE WS-FEED-ACTION TO CFD-ACTION
           MOVE WS-RUN-DATE TO CFD-RUN-DATE
           IF WS-FEED-REVERSAL
               MOVE "Y" TO CFD-REVERSAL-FLAG
           ELSE
               MOVE "N" TO CFD-REVERSAL-FLAG
           END-IF
           MOVE WS-MASTER-BEFORE-IMAGE TO CFD-BEFORE-IMAGE
           MOVE WS-MASTER-AFTER-IMAGE TO CFD-AFTER-IMAGE
           IF CFD-ACTION-ADD
               MOVE CFD-AFTER-KEY TO CFD-KEY
           ELSE
               MOVE CFD-BEFORE-KEY TO CFD-KEY
           END-IF
           IF CFD-AFTER-AMOUNT IS NUMERIC
               ADD CFD-AFTER-AMOUNT TO WS-FEED-NET-AMOUNT
           END-IF
           IF CFD-BEFORE-AMOUNT IS NUMERIC
               SUBTRACT CFD-BEFORE-AMOUNT FROM WS-FEED-NET-AMOUNT
           END-IF
           WRITE CHANGE-FEED-RECORD
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           ADD 1 TO WS-FEED-RECORD-COUNT.

      *----------------------------------------------------------------
      * Opens the change feed fresh for the run and writes its header.
      *----------------------------------------------------------------
       2970-OPEN-CHANGE-FEED.
           OPEN OUTPUT CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE "H" TO CFH-RECORD-TYPE
           MOVE WS-RUN-DATE TO CFH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO CFH-RUN-TIME
           MOVE "MSTUPDT" TO CFH-FEED-SOURCE
           WRITE CHANGE-FEED-RECORD
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Caps the change feed with its trailer and closes it. A run
      * that dies before this leaves a feed with no trailer, which
      * the receiving side must refuse as incomplete.
      *----------------------------------------------------------------
       2980-CLOSE-CHANGE-FEED.
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE "T" TO CFT-RECORD-TYPE
           MOVE WS-FEED-RECORD-COUNT TO CFT-RECORD-COUNT
           MOVE WS-FEED-NET-AMOUNT TO CFT-NET-AMOUNT
           WRITE CHANGE-FEED-RECORD
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           CLOSE CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE WS-FEED-NET-AMOUNT TO WS-FEED-NET-EDITED
           DISPLAY "CHANGE FEED RECORDS: " WS-FEED-RECORD-COUNT
               " NET AMOUNT: " WS-FEED-NET-EDITED.

      *----------------------------------------------------------------
      * Applies one detail transaction to the master by FD-TRAN-CODE.
      * The random READ establishes whether the key is on file; each
      * verb then insists on the state it needs - an add must not
      * find the key, a change or delete must - and anything else is
      * a reject with the reason, never a silent overlay. An add or
      * change carrying a category code that is unknown, retired,
      * or not yet in effect is rejected as CATG before the master
      * is read, so a bad code never reaches MR-DATA-FIELD-1.
      *----------------------------------------------------------------
       3000-APPLY-TRANSACTION.
           MOVE FD-KEY TO MR-KEY
           SET WS-CATEGORY-VALID TO TRUE
           IF FD-TRAN-ADD OR FD-TRAN-CHANGE
               PERFORM 3050-EDIT-CATEGORY
           END-IF
           EVALUATE TRUE
               WHEN WS-CATEGORY-INVALID
                   MOVE "CATG" TO REJ-REASON-CODE
                   MOVE "FD-DATA-FIELD-1" TO REJ-FIELD-NAME
                   PERFORM 3900-WRITE-REJECT-RECORD
               WHEN FD-TRAN-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN FD-TRAN-CHANGE
                   PERFORM 3900-WRITE-REJECT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * Looks FD-DATA-FIELD-1 up on the category reference file. The
      * code must be on file, active, and in effect on the edit date
      * - the same test the batch skeleton's category edit applies,
      * so a code cannot pass one and fail the other.
      *----------------------------------------------------------------
       3050-EDIT-CATEGORY.
           MOVE FD-DATA-FIELD-1 TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   SET WS-CATEGORY-INVALID TO TRUE
               NOT INVALID KEY
                   IF NOT CAT-ACTIVE
                       OR WS-CAT-EDIT-DATE < CAT-EFFECTIVE-FROM
                       OR (CAT-EFFECTIVE-TO NOT = SPACES
                           AND WS-CAT-EDIT-DATE > CAT-EFFECTIVE-TO)
                       SET WS-CATEGORY-INVALID TO TRUE
                   END-IF
           END-READ
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * The dual-control test, made once the transaction is known to
      * be postable. The amount test is on what the master record
      * would carry - or, for a delete, carried; the change test is
      * on how far MR-AMOUNT would move. The caller has set the old
      * and new amounts. An approved item being posted is never
      * held again.
      *----------------------------------------------------------------
       3060-TEST-FOR-HOLD.
           MOVE "N" TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-REASON
           IF FD-TRAN-DELETE
               MOVE WS-HOLD-OLD-AMOUNT TO WS-HOLD-TEST-AMOUNT
           ELSE
               MOVE WS-HOLD-NEW-AMOUNT TO WS-HOLD-TEST-AMOUNT
           END-IF
           IF WS-HOLD-TEST-AMOUNT < ZERO
               COMPUTE WS-HOLD-TEST-AMOUNT = ZERO - WS-HOLD-TEST-AMOUNT
           END-IF
           COMPUTE WS-HOLD-CHANGE-AMOUNT =
               WS-HOLD-NEW-AMOUNT - WS-HOLD-OLD-AMOUNT

           IF NOT WS-POSTING-APPROVED
               IF WS-AMOUNT-HOLD-ON
                       AND WS-HOLD-TEST-AMOUNT > WS-HOLD-AMOUNT-LIMIT
                   SET WS-HOLD-TRANSACTION TO TRUE
                   MOVE "AMT" TO WS-HOLD-REASON
               ELSE
                   IF WS-CHANGE-HOLD-ON
                           AND (WS-HOLD-CHANGE-AMOUNT
                                   > WS-HOLD-CHANGE-LIMIT
                               OR ZERO - WS-HOLD-CHANGE-AMOUNT
                                   > WS-HOLD-CHANGE-LIMIT)
                       SET WS-HOLD-TRANSACTION TO TRUE
                       MOVE "CHG" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       3100-APPLY-ADD.
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-HOLD-OLD-AMOUNT
                   MOVE ZERO TO WS-HOLD-NEW-AMOUNT
                   IF FD-AMOUNT IS NUMERIC
                       MOVE FD-AMOUNT TO WS-HOLD-NEW-AMOUNT
                   END-IF
                   PERFORM 3060-TEST-FOR-HOLD
                   IF WS-HOLD-TRANSACTION
                       PERFORM 3500-HOLD-TRANSACTION
                   ELSE
                       PERFORM 3110-BUILD-MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF NOT WS-MASTER-OK
                           MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
                           MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                           PERFORM 9999-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-ADDS-APPLIED
      *                Nothing existed under this key, so the add's
      *                before-image is spaces - the trail's way of
      *                saying a backout must delete the key.
                       MOVE SPACES TO WS-MASTER-BEFORE-IMAGE
                       MOVE MASTER-RECORD TO WS-MASTER-AFTER-IMAGE
                       MOVE "MSTADD" TO WS-AUDIT-ACTION-TEXT
                       PERFORM 2950-WRITE-AUDIT-RECORD
                       MOVE "A" TO WS-FEED-ACTION
                       PERFORM 2960-WRITE-CHANGE-FEED
                   END-IF
               NOT INVALID KEY
                   MOVE "ADUP" TO REJ-REASON-CODE
                   MOVE "FD-KEY" TO REJ-FIELD-NAME
           MOVE FD-DATA-FIELD-1 TO MR-DATA-FIELD-1
           MOVE FD-DATA-FIELD-2 TO MR-DATA-FIELD-2
           MOVE FD-AMOUNT TO MR-AMOUNT
           MOVE WS-RUN-DATE TO MR-LAST-MAINT-DATE
           MOVE FD-TRAN-CODE TO MR-LAST-TRAN-CODE
           MOVE SPACES TO MR-FILLER.

                   MOVE "FD-KEY" TO REJ-FIELD-NAME
                   PERFORM 3900-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   MOVE ZERO TO WS-HOLD-OLD-AMOUNT
                   MOVE ZERO TO WS-HOLD-NEW-AMOUNT
                   IF MR-AMOUNT IS NUMERIC
                       MOVE MR-AMOUNT TO WS-HOLD-OLD-AMOUNT
                   END-IF
                   IF FD-AMOUNT IS NUMERIC
                       MOVE FD-AMOUNT TO WS-HOLD-NEW-AMOUNT
                   END-IF
                   PERFORM 3060-TEST-FOR-HOLD
                   IF WS-HOLD-TRANSACTION
                       PERFORM 3500-HOLD-TRANSACTION
                   ELSE
                       MOVE MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
                       PERFORM 3110-BUILD-MASTER-RECORD
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF NOT WS-MASTER-OK
                           MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
                           MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                           PERFORM 9999-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-CHANGES-APPLIED
                       MOVE MASTER-RECORD TO WS-MASTER-AFTER-IMAGE
                       MOVE "MSTCHANGE" TO WS-AUDIT-ACTION-TEXT
                       PERFORM 2950-WRITE-AUDIT-RECORD
                       MOVE "C" TO WS-FEED-ACTION
                       PERFORM 2960-WRITE-CHANGE-FEED
                   END-IF
           END-READ
           PERFORM 3950-CHECK-MASTER-STATUS.

                   MOVE "FD-KEY" TO REJ-FIELD-NAME
                   PERFORM 3900-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   MOVE ZERO TO WS-HOLD-OLD-AMOUNT
                   MOVE ZERO TO WS-HOLD-NEW-AMOUNT
                   IF MR-AMOUNT IS NUMERIC
                       MOVE MR-AMOUNT TO WS-HOLD-OLD-AMOUNT
                   END-IF
                   PERFORM 3060-TEST-FOR-HOLD
                   IF WS-HOLD-TRANSACTION
                       PERFORM 3500-HOLD-TRANSACTION
                   ELSE
                       MOVE MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
                       DELETE MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF NOT WS-MASTER-OK
                           MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
                           MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                           PERFORM 9999-FILE-ERROR
                       END-IF
                       ADD 1 TO WS-DELETES-APPLIED
                       MOVE SPACES TO WS-MASTER-AFTER-IMAGE
                       MOVE "MSTDELETE" TO WS-AUDIT-ACTION-TEXT
                       PERFORM 2950-WRITE-AUDIT-RECORD
                       MOVE "D" TO WS-FEED-ACTION
                       PERFORM 2960-WRITE-CHANGE-FEED
                   END-IF
           END-READ
           PERFORM 3950-CHECK-MASTER-STATUS.

      *----------------------------------------------------------------
      * Holds the transaction instead of posting it: a new pending
      * item under the next hold id, an MSTHOLD audit entry with the
      * transaction as its before-image, and a line on PNDRPT for
      * the approver. The master is not touched.
      *----------------------------------------------------------------
       3500-HOLD-TRANSACTION.
           ADD 1 TO WS-HOLD-SEQ
           ADD 1 TO WS-ITEMS-HELD
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-HOLD-AS-OF-DATE TO PND-HOLD-DATE
           MOVE WS-HOLD-RUN-TIME TO PND-HOLD-TIME
           MOVE WS-HOLD-SEQ TO PND-HOLD-SEQ
           MOVE WS-HOLD-REASON TO PND-HOLD-REASON
           MOVE WS-TRAN-FILE-ID TO PND-FILE-ID
           MOVE WS-HOLD-CHANGE-AMOUNT TO PND-CHANGE-AMOUNT
           MOVE ZERO TO PND-AGE-DAYS
           MOVE FILE-RECORD TO PND-TRANSACTION
           PERFORM 3600-WRITE-PENDING-OUT

           MOVE FILE-RECORD TO WS-MASTER-BEFORE-IMAGE
           MOVE PND-CONTROL TO WS-MASTER-AFTER-IMAGE
           MOVE "MSTHOLD" TO WS-AUDIT-ACTION-TEXT
           PERFORM 2950-WRITE-AUDIT-RECORD

           MOVE "HELD" TO WS-HRPT-EVENT
           PERFORM 7500-LIST-HOLD-EVENT.

       3600-WRITE-PENDING-OUT.
           WRITE PENDING-OUT-RECORD FROM PENDING-RECORD
           IF NOT WS-PENDING-OUT-OK
               MOVE "PENDING-OUT" TO WS-ERROR-FILE-ID
               MOVE WS-PENDING-OUT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Routes a transaction the master could not accept to
      * REJECTS.DAT. The caller has already set REJ-REASON-CODE and
      * REJ-FIELD-NAME; this paragraph adds the source record and
      * its origin stamps (the run date and the transaction file's
      * FH-FILE-ID, which REJAGE ages it by), marks it unresolved for
      * the repair job, bumps the counter, and audits the reject -
      * the master was not touched, so the before-image is the
      * transaction as it arrived, and a BACK run skips REJECTED
      * entries, exactly as the skeleton's backout does.
      *----------------------------------------------------------------
       3900-WRITE-REJECT-RECORD.
           MOVE FILE-RECORD TO REJ-SOURCE-RECORD
           SET REJ-UNRESOLVED TO TRUE
           MOVE WS-RUN-DATE TO REJ-ORIGIN-RUN-DATE
           MOVE WS-TRAN-FILE-ID TO REJ-ORIGIN-FILE-ID
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-FILE-OK
               MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
           END-IF
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE FILE-RECORD TO WS-MASTER-BEFORE-IMAGE
           MOVE SPACES TO WS-MASTER-AFTER-IMAGE
           MOVE "REJECTED" TO WS-AUDIT-ACTION-TEXT
           PERFORM 2950-WRITE-AUDIT-RECORD.

      * MSTRESTORE on this run's own trail.
      *----------------------------------------------------------------
       6000-BACKOUT-RUN.
           DISPLAY "MASTER BACKOUT OF RUN DATE: " WS-RUN-DATE

           OPEN INPUT BACKOUT-AUDIT-FILE
           IF NOT WS-BACKOUT-AUDIT-OK
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 2970-OPEN-CHANGE-FEED

           SET WS-FEED-REVERSAL TO TRUE
           PERFORM 6100-BACKOUT-ONE-ENTRY UNTIL WS-BACKOUT-EOF

           CLOSE BACKOUT-AUDIT-FILE
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 2980-CLOSE-CHANGE-FEED.

      *----------------------------------------------------------------
      * Reads one audit entry per pass. Only entries this program
      * wrote for the run date being reversed are acted on; the
      * skeleton's own actions (PROCESSED and the rest) and REJECTED
      * entries never touched the master and stay skipped. Online
      * entries are looked at but never reversed (6150).
      *----------------------------------------------------------------
       6100-BACKOUT-ONE-ENTRY.
           READ BACKOUT-AUDIT-FILE
                       MOVE WS-BACKOUT-AUDIT-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   IF BKAUD-RUN-DATE = WS-RUN-DATE
                           AND (BKAUD-ACTION = "MSTADD"
                               OR BKAUD-ACTION = "MSTCHANGE"
                               OR BKAUD-ACTION = "MSTDELETE")
                       PERFORM 6200-RESTORE-ONE-KEY
                   END-IF
                   IF BKAUD-ACTION = "ONLADD"
                           OR BKAUD-ACTION = "ONLCHANGE"
                           OR BKAUD-ACTION = "ONLDELETE"
                       PERFORM 6150-CHECK-ONLINE-ENTRY
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * An online change later on the trail than the run's first
      * touch of the same key was made on top of the run's result.
      * The key has already been put back to its pre-run state, so
      * that change is gone from the master; say so, by key, rather
      * than let it vanish. An online change to a key the run never
      * touched, or made before the run touched it, is untouched by
      * the backout.
      *----------------------------------------------------------------
       6150-CHECK-ONLINE-ENTRY.
           MOVE "N" TO WS-RSK-FOUND-SW
           PERFORM 6210-MATCH-RESTORED-KEY
               VARYING WS-RSK-SUB FROM 1 BY 1
               UNTIL WS-RSK-SUB > WS-RSK-COUNT
           IF WS-RSK-FOUND
               ADD 1 TO WS-ONLINE-CHANGES-UNDONE
               DISPLAY "ONLINE " BKAUD-ACTION " OF KEY " BKAUD-KEY
                   " ON " BKAUD-RUN-DATE " UNDONE BY THE BACKOUT - "
                   "RE-KEY IT IF STILL WANTED"
           END-IF.

      *----------------------------------------------------------------
      * Restores one key - once. A key already restored this run is
      * a later touch whose before-image is an intermediate state,

      *----------------------------------------------------------------
      * The inverse of an add: the key did not exist before the run,
      * so it comes off the master, and off downstream copies by a
      * compensating delete on the change feed. A key already gone
      * (a manual fix between the run and its backout) is tolerated
      * - the master is at the state the backout wants, and there is
      * no change to send.
      *----------------------------------------------------------------
       6300-REMOVE-ADDED-RECORD.
           MOVE BKAUD-KEY TO MR-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
                   DELETE MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT WS-MASTER-OK
                       MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   MOVE SPACES TO WS-MASTER-AFTER-IMAGE
                   MOVE "D" TO WS-FEED-ACTION
                   PERFORM 2960-WRITE-CHANGE-FEED
           END-READ
           PERFORM 3950-CHECK-MASTER-STATUS
           ADD 1 TO WS-ADDS-REMOVED.

      * The inverse of a change or delete: the before-image goes
      * back exactly as it was. REWRITE when the key is still on
      * file (a change), WRITE when it is not (a delete, or a
      * change whose record was since removed by hand). The change
      * feed gets the matching compensating change or add, from the
      * record as it stood to the record put back.
      *----------------------------------------------------------------
       6400-PUT-BACK-BEFORE-IMAGE.
           MOVE BKAUD-KEY TO MR-KEY
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MASTER-BEFORE-IMAGE
                   MOVE "A" TO WS-FEED-ACTION
                   MOVE BKAUD-BEFORE-IMAGE TO MASTER-RECORD
                   MOVE BKAUD-KEY TO MR-KEY
                   WRITE MASTER-RECORD
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
                   MOVE "C" TO WS-FEED-ACTION
                   MOVE BKAUD-BEFORE-IMAGE TO MASTER-RECORD
                   MOVE BKAUD-KEY TO MR-KEY
                   REWRITE MASTER-RECORD
               MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           MOVE MASTER-RECORD TO WS-MASTER-AFTER-IMAGE
           PERFORM 2960-WRITE-CHANGE-FEED
           IF BKAUD-ACTION = "MSTCHANGE"
               ADD 1 TO WS-CHANGES-RESTORED
           ELSE
           MOVE BKAUD-KEY TO AUDIT-KEY
           MOVE "MSTRESTORE" TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE BKAUD-FILE-ID TO AUDIT-FILE-ID
           MOVE BKAUD-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
      *    What the restore left on the master: the put-back record,
      *    or spaces where an added key was removed.
           MOVE BKAUD-BEFORE-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * One PNDRPT line for a dual-control event. The caller sets
      * WS-HRPT-EVENT; the rest comes from the pending record and the
      * held transaction.
      *----------------------------------------------------------------
       7500-LIST-HOLD-EVENT.
           MOVE PND-HOLD-ID TO WS-HRPT-HOLD-ID
           MOVE FD-KEY TO WS-HRPT-KEY
           MOVE FD-TRAN-CODE TO WS-HRPT-TRAN-CODE
           IF FD-AMOUNT IS NUMERIC
               MOVE FD-AMOUNT TO WS-HRPT-AMOUNT
           ELSE
               MOVE ZERO TO WS-HRPT-AMOUNT
           END-IF
           MOVE PND-HOLD-REASON TO WS-HRPT-REASON
           MOVE PND-AGE-DAYS TO WS-HRPT-AGE
           MOVE PND-APPROVER-ID TO WS-HRPT-APPROVER-ID
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-REPORT-DETAIL-LINE
           PERFORM 8950-CHECK-HOLD-REPORT-STATUS.

      *----------------------------------------------------------------
      * End-of-run summary. A normal run gets transactions read,
      * adds/changes/deletes actually applied, rejects, and both
           END-IF

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           WRITE REPORT-LINE FROM WS-REPORT-BALANCE-AMOUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE "HELD FOR APPROVAL:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-ITEMS-HELD TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE
           MOVE "HELD ITEMS POSTED:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-HELD-ITEMS-POSTED TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE
           MOVE "HELD ITEMS REJECTED:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-HELD-ITEMS-NOT-POSTED TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE
           MOVE "HELD ITEMS EXPIRED:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-HELD-ITEMS-EXPIRED TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE
           MOVE "HELD ITEMS STILL PENDING:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-HELD-ITEMS-CARRIED TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE
           MOVE "APPROVALS UNMATCHED:" TO WS-RPT-HOLD-CAPTION
           MOVE WS-APPROVALS-UNMATCHED TO WS-RPT-HOLD-COUNT
           PERFORM 8060-WRITE-HOLD-COUNT-LINE

           IF WS-OUT-OF-BALANCE
               IF WS-TRAILER-SEEN
                   WRITE REPORT-LINE FROM WS-REPORT-OOB-LINE
               PERFORM 8900-CHECK-REPORT-STATUS
           END-IF.

       8060-WRITE-HOLD-COUNT-LINE.
           WRITE REPORT-LINE FROM WS-REPORT-HOLD-COUNT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS.

      *----------------------------------------------------------------
      * BACK-mode report body: what the backout put back, by the
      * kind of update it reversed.
      *----------------------------------------------------------------
       8200-PRINT-BACKOUT-SUMMARY.
           MOVE WS-RUN-DATE TO WS-RPT-BACKOUT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-BACKOUT-HEADER
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-CHANGES-RESTORED TO WS-RPT-CHG-RESTORED
           MOVE WS-DELETES-RESTORED TO WS-RPT-DEL-RESTORED
           MOVE WS-LATER-TOUCHES-SKIPPED TO WS-RPT-SKIPPED
           MOVE WS-ONLINE-CHANGES-UNDONE TO WS-RPT-ONLINE-UNDONE
           WRITE REPORT-LINE FROM WS-REPORT-RESTORED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-ADDS-REMOVED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-SKIPPED-LINE
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-ONLINE-UNDONE-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           IF WS-RECORDS-RESTORED = ZERO
               WRITE REPORT-LINE FROM WS-REPORT-NO-BACKOUT-LINE
               PERFORM 9999-FILE-ERROR
           END-IF.

       8950-CHECK-HOLD-REPORT-STATUS.
           IF NOT WS-HOLD-REPORT-OK
               MOVE "HOLD-REPORT" TO WS-ERROR-FILE-ID
               MOVE WS-HOLD-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Sets RETURN-CODE from the run's outcome and ends the program.
      * A held item expiring unapproved, or an approval that released
      * nothing, is RC 4 like a reject: someone has to look at it.
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF WS-FATAL-ERROR OR WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECORDS-REJECTED > 0
                       OR WS-HELD-ITEMS-EXPIRED > 0
                       OR WS-APPROVALS-UNMATCHED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF LS-RUN-MODE-BACK
                           AND (WS-RECORDS-RESTORED = ZERO
                               OR WS-ONLINE-CHANGES-UNDONE > ZERO)
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
