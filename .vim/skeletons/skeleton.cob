                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-FILE-STATUS.

      *    Dynamic because every run keeps its own dated copy of the
      *    capped extract - EXTRACT.<rundate>.<hhmmss>.DAT - built
      *    at run time and recorded against the run in RUNREG.DAT,
      *    so tonight's run never overwrites the copy month-end
      *    needs from last night's.
           SELECT EXTRACT-GENERATION-FILE
               ASSIGN TO DYNAMIC WS-GENERATION-DSNAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GENERATION-STATUS.

      *    Dynamic so a TEST run writes DUPWORK.DAT instead of
      *    truncating the last real run's DUPES.DAT.
           SELECT DUPLICATE-FILE
           SELECT CATEGORY-SORT-FILE
               ASSIGN TO "SORTWK2.DAT".

      *    Category reference file, read at random: once per detail
      *    by the category edit, and once per category break by the
      *    category report for the code's description.
           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

      *    Business calendar, read at random while the run date is
      *    settled and the key-history window is counted back.
           SELECT CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAL-DATE
                   FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEHANDLE.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

      *----------------------------------------------------------------
      * The run's dated extract generation: a record-for-record copy
      * of the capped EXTRACT.DAT, taken once the trailer is on.
      *----------------------------------------------------------------
       FD  EXTRACT-GENERATION-FILE.
       01  EXTRACT-GENERATION-RECORD       PIC X(200).

      *----------------------------------------------------------------
      * Optional list of input dsnames, one per record, processed
      * back to back in a single run - the five regional
      * the registry a queryable history of every batch run.
      *----------------------------------------------------------------
       FD  RUN-REGISTRY.
           COPY RUNREG.

      *----------------------------------------------------------------
      * Cross-run key history: one record per FD-KEY posted by a
                                            SIGN IS TRAILING SEPARATE.
           05  CS-FILLER                   PIC X(105).

       FD  CATEGORY-FILE.
           COPY CATREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
      * Declare variables here that you'll be using
       01  WS-FILE-STATUS-FIELDS.
               88  WS-REJECT-FILE-OK       VALUE "00".
           05  WS-EXTRACT-FILE-STATUS      PIC X(02).
               88  WS-EXTRACT-FILE-OK      VALUE "00".
           05  WS-GENERATION-STATUS        PIC X(02).
               88  WS-GENERATION-OK        VALUE "00".
           05  WS-INPUT-LIST-STATUS        PIC X(02).
               88  WS-INPUT-LIST-OK        VALUE "00".
               88  WS-INPUT-LIST-NOT-FOUND VALUE "35".
               88  WS-KEY-HISTORY-ABSENT   VALUE "35".
           05  WS-BACKOUT-AUDIT-STATUS     PIC X(02).
               88  WS-BACKOUT-AUDIT-OK     VALUE "00".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-OK          VALUE "00".
               88  WS-CALENDAR-NOT-FOUND   VALUE "23".

       01  WS-VALID-RECORD-SW              PIC X(01) VALUE "Y".
           88  WS-VALID-RECORD             VALUE "Y".
           05  WS-REJECT-REASON-CODE       PIC X(04) VALUE SPACES.
           05  WS-REJECT-FIELD-NAME        PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * The date a category code must be in effect on to pass the
      * category edit: the run date.
      *----------------------------------------------------------------
       01  WS-CAT-EDIT-DATE                PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * The date the whole run works to: the PARM's LS-RUN-DATE, or,
      * when the PARM leaves it blank, the next business day after
      * the latest run date the run registry shows processed and not
      * since backed out. WS-CAL-DATE-NUM walks the business calendar
      * a day at a time for that default and for the key-history
      * window.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.
       01  WS-LAST-PROCESSED-DATE          PIC X(08) VALUE SPACES.
       01  WS-RR-BACKED-OUT-SW             PIC X(01) VALUE "N".
           88  WS-RR-BACKED-OUT            VALUE "Y".
       77  WS-RR-LATER-SUB                 PIC 9(03) VALUE ZERO.
       01  WS-CAL-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE-NUM
                                           PIC X(08).
       01  WS-CAL-INTEGER                  PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * Reject tolerances, set per job; a zero limit disables that
      * test. A run whose rejects exceed the count limit, the
      *----------------------------------------------------------------
       01  WS-CAT-BREAK-FIELDS.
           05  WS-CURRENT-CATEGORY         PIC X(30) VALUE SPACES.
           05  WS-CURRENT-CAT-DESC         PIC X(30) VALUE SPACES.
           05  WS-CAT-COUNT                PIC 9(09) VALUE ZERO.
           05  WS-CAT-AMOUNT               PIC S9(13)V99 VALUE ZERO.
           05  WS-CAT-GRAND-COUNT          PIC 9(09) VALUE ZERO.

       01  WS-CATRPT-COLUMN-HEADER.
           05  FILLER                      PIC X(32) VALUE "CATEGORY".
           05  FILLER                      PIC X(32) VALUE
                                            "DESCRIPTION".
           05  FILLER                      PIC X(22) VALUE "KEY".
           05  FILLER                      PIC X(21) VALUE
                                            "               AMOUNT".
       01  WS-CATRPT-DETAIL-LINE.
           05  WS-CATRPT-DET-CATEGORY      PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CATRPT-DET-DESC          PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CATRPT-DET-KEY           PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CATRPT-DET-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZZ.99-.
           05  FILLER                      PIC X(16) VALUE
                                            "CATEGORY TOTAL: ".
           05  WS-CATRPT-SUB-CATEGORY      PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CATRPT-SUB-DESC          PIC X(30).
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-CATRPT-SUB-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
       01  WS-CATRPT-GRAND-LINE.
           05  FILLER                      PIC X(16) VALUE
                                            "GRAND TOTAL:".
           05  FILLER                      PIC X(62) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "  COUNT:".
           05  WS-CATRPT-GRAND-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
       01  WS-CATRPT-NONE-LINE             PIC X(132) VALUE
           "*** NO VALID DETAIL RECORDS THIS RUN ***".

       01  WS-CAT-UNKNOWN-DESC             PIC X(30) VALUE
           "** NOT ON CATEGORY FILE **".

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 1000.
           05  WS-RECORD-COUNT             PIC 9(09) VALUE ZERO.
           88  WS-KEY-HISTORY-EOF          VALUE "Y".
       01  WS-PRIOR-DUP-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PRIOR-DUP-FOUND          VALUE "Y".
      *    Business days, counted back on the calendar.
       01  WS-KEYHIST-RETENTION-DAYS       PIC 9(04) VALUE 20.
       01  WS-KEYHIST-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-KEYHIST-CUTOFF-DATE          PIC X(08) VALUE SPACES.
      *    Sorted input brings a key's repeats in adjacent, so one
      *    remembered key is enough to keep the new-key appends from
      *    stuttering under the roll-up policy.
       01  WS-KH-LAST-ADDED-KEY            PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * Backout (BACK run mode) state: the reversal record being
       01  WS-EXTRACT-DSNAME               PIC X(80)
                                            VALUE "EXTRACT.DAT".

      *    Spaces until 7100-KEEP-EXTRACT-GENERATION has built and
      *    filled the run's dated copy; 9110 records whatever is
      *    here against each registry entry.
       01  WS-GENERATION-DSNAME            PIC X(80) VALUE SPACES.
       01  WS-GENERATION-EOF-SW            PIC X(01) VALUE "N".
           88  WS-GENERATION-EOF           VALUE "Y".

       01  WS-REJECT-DSNAME                PIC X(80)
                                            VALUE "REJECTS.DAT".

                   88  LS-RUN-MODE-PROD    VALUE "PROD".
      *        BACK reverses the completed run named by LS-RUN-DATE
      *        using the audit trail supplied as AUDITBK - see
      *        6000-BACKOUT-RUN. BACK never defaults the date.
                   88  LS-RUN-MODE-BACK    VALUE "BACK".
      *        FORCE reruns a file the run registry already shows
      *        processed - for legitimate reruns after a backout or
      *        a scratched output - and runs on a PARM run date the
      *        business calendar shows as a weekend day or holiday.
      *        Anything else (or blanks) leaves both the
      *        double-processing guard and the business-day check
      *        in force.
               10  LS-RUN-FORCE            PIC X(05).
                   88  LS-RUN-FORCED       VALUE "FORCE".

      *    summary, return codes) still flows through the normal
      *    end-of-run paragraphs.
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

           PERFORM 7000-WRITE-EXTRACT-TRAILER

      *    Only a capped extract from a real run is worth keeping:
      *    an out-of-balance run is never registered, and a TEST
      *    extract never counts as processed.
           IF NOT LS-RUN-MODE-TEST AND NOT WS-OUT-OF-BALANCE
               PERFORM 7100-KEEP-EXTRACT-GENERATION
           END-IF

           PERFORM 7500-CATEGORY-REPORT

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

      *    FILEHANDLE was read all the way to end of file above with
      *    no fatal error, so this run (restarted or not) has now
      *    fully consumed it. Clear CHECKPOINT-FILE so the next,
      * input comes up.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-INIT-FILE-ENTRY
               VARYING WS-IFT-SUB FROM 1 BY 1
               UNTIL WS-IFT-SUB > 16

           PERFORM 1150-LOAD-RUN-REGISTRY

      *    The calendar is only needed until the run date is settled
      *    and the key-history window counted back from it.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 1190-RESOLVE-RUN-DATE

           DISPLAY "RUN DATE: " WS-RUN-DATE " RUN MODE: " LS-RUN-MODE

           PERFORM 1170-LOAD-KEY-HISTORY

           CLOSE CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               MOVE "CALENDAR-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

      *    The category reference file stays open for the whole run:
      *    the edit reads it per detail and the category report per
      *    break. A run without it cannot edit a single code.
           MOVE WS-RUN-DATE TO WS-CAT-EDIT-DATE
           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

      *    Look for a checkpoint before opening AUDIT-LOG and
      *    REJECT-FILE so a restart can extend them instead of
      *    truncating the trail the earlier, abended run wrote. A
               PERFORM 9999-FILE-ERROR
           END-IF
           IF NOT WS-RESTARTED
               MOVE WS-RUN-DATE TO WS-XH-RUN-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CD-TIME TO WS-XH-RUN-TIME
               WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER
      * Loads KEYHIST.DAT into the key-history table - only entries
      * from prior run dates still inside the retention window; the
      * rest age out by simply not being loaded, and the rewrite at
      * end of run makes the purge stick. The window is counted back
      * in business days, so a holiday weekend does not age a key
      * out early. A missing dataset is the first run of a new shop:
      * an empty history.
      *----------------------------------------------------------------
       1170-LOAD-KEY-HISTORY.
           MOVE WS-RUN-DATE TO WS-KEYHIST-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CAL-DATE-X
           PERFORM 1195-STEP-BACK-BUSINESS-DAY
               WS-KEYHIST-RETENTION-DAYS TIMES
           MOVE WS-CAL-DATE-X TO WS-KEYHIST-CUTOFF-DATE

           OPEN INPUT KEY-HISTORY-FILE
           IF WS-KEY-HISTORY-ABSENT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Settles the run date. A PARM date is taken as given but must
      * be a business day on the calendar; a weekend day or holiday
      * is refused unless the PARM says FORCE (a TEST run only
      * warns). A blank PARM date defaults to the next business day
      * after the latest run date the registry shows processed - a
      * run date whose latest registry entry is a backout does not
      * count - and a shop with no processed run must key one.
      *----------------------------------------------------------------
       1190-RESOLVE-RUN-DATE.
           IF LS-RUN-DATE = SPACES
               MOVE SPACES TO WS-LAST-PROCESSED-DATE
               PERFORM 1191-FIND-LAST-PROCESSED
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
               PERFORM 1194-STEP-FORWARD-ONE-DAY
               PERFORM 1194-STEP-FORWARD-ONE-DAY
                   UNTIL CAL-BUSINESS-DAY
               MOVE WS-CAL-DATE-X TO WS-RUN-DATE
               DISPLAY "RUN DATE DEFAULTED TO " WS-RUN-DATE
                   " - NEXT BUSINESS DAY AFTER LAST PROCESSED RUN "
                   WS-LAST-PROCESSED-DATE
           ELSE
               MOVE LS-RUN-DATE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-CAL-DATE-X
               PERFORM 1193-READ-CALENDAR-DAY
               IF NOT CAL-BUSINESS-DAY
                   PERFORM 1197-CHECK-FORCED-RUN
               END-IF
           END-IF.

       1191-FIND-LAST-PROCESSED.
           IF WS-RR-STATUS (WS-RR-SUB) = "P"
                   AND WS-RR-RUN-DATE (WS-RR-SUB)
                       > WS-LAST-PROCESSED-DATE
               MOVE "N" TO WS-RR-BACKED-OUT-SW
               PERFORM 1192-CHECK-LATER-BACKOUT
                   VARYING WS-RR-LATER-SUB FROM WS-RR-SUB BY 1
                   UNTIL WS-RR-LATER-SUB > WS-RR-COUNT
               IF NOT WS-RR-BACKED-OUT
                   MOVE WS-RR-RUN-DATE (WS-RR-SUB)
                       TO WS-LAST-PROCESSED-DATE
               END-IF
           END-IF.

      *    A later entry for the same file id and run date settles
      *    it: a backout unwinds the run, a rerun after it redoes it.
       1192-CHECK-LATER-BACKOUT.
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

       1193-READ-CALENDAR-DAY.
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

       1194-STEP-FORWARD-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) + 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1193-READ-CALENDAR-DAY.

       1195-STEP-BACK-BUSINESS-DAY.
           PERFORM 1196-STEP-BACK-ONE-DAY
           PERFORM 1196-STEP-BACK-ONE-DAY
               UNTIL CAL-BUSINESS-DAY.

       1196-STEP-BACK-ONE-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM) - 1
           COMPUTE WS-CAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM 1193-READ-CALENDAR-DAY.

      *    Same PARM-length rule as the rerun guard: FORCE only
      *    counts when the PARM was long enough to carry it.
       1197-CHECK-FORCED-RUN.
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
      * Processes one input file end to end: optional pre-sort, open,
      * header verification, restart fast-forward when this is the
               PERFORM 9000-TERMINATE
           END-IF

           IF FH-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY "FILE HEADER RUN DATE " FH-RUN-DATE
                   " DOES NOT MATCH RUN DATE " WS-RUN-DATE
                   " ON: " WS-FILEHANDLE-DSNAME
               SET WS-FATAL-ERROR TO TRUE
               PERFORM 9000-TERMINATE
           MOVE FD-KEY TO AUDIT-KEY
           MOVE WS-AUDIT-ACTION-TEXT TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-IFT-FILE-ID (WS-FILE-SEQ) TO AUDIT-FILE-ID
           MOVE FILE-RECORD TO AUDIT-BEFORE-IMAGE
           MOVE SPACES TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
                   SET WS-INVALID-RECORD TO TRUE
               END-IF
           END-IF

           IF WS-VALID-RECORD
               PERFORM 3050-EDIT-CATEGORY
           END-IF
           ${0:CONTINUE}.

      *----------------------------------------------------------------
      * Category edit: FD-DATA-FIELD-1 must be a code on the category
      * reference file, active, and in effect on the run date. An
      * unknown or retired code is rejected as CATG so REJFIX can
      * key the right one - a typo let through here turns into a
      * category line of its own on CATRPT, MTHRPT, and INVRPT.
      *----------------------------------------------------------------
       3050-EDIT-CATEGORY.
           MOVE FD-DATA-FIELD-1 TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   SET WS-INVALID-RECORD TO TRUE
               NOT INVALID KEY
                   IF NOT CAT-ACTIVE
                       OR WS-CAT-EDIT-DATE < CAT-EFFECTIVE-FROM
                       OR (CAT-EFFECTIVE-TO NOT = SPACES
                           AND WS-CAT-EDIT-DATE > CAT-EFFECTIVE-TO)
                       SET WS-INVALID-RECORD TO TRUE
                   END-IF
           END-READ
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           IF WS-INVALID-RECORD
               MOVE "CATG" TO WS-REJECT-REASON-CODE
               MOVE "FD-DATA-FIELD-1" TO WS-REJECT-FIELD-NAME
           END-IF.

      *----------------------------------------------------------------
      * Routes a detail that passed the edits to the extract - either
      * straight through, or via the hold area when the roll-up
      * Routes a record that failed 3000-EDIT-RECORD to REJECT-FILE
      * and bumps the reject counter instead of letting it through.
      * The reason code and field name 3000-EDIT-RECORD left behind
      * ride along, and the record goes out unresolved for REJFIX,
      * stamped with the run date and the FH-FILE-ID it came in on
      * so REJAGE can age it from today's run for as long as it
      * goes unrepaired.
      *----------------------------------------------------------------
       3900-WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-REJECT-FIELD-NAME TO REJ-FIELD-NAME
           SET REJ-UNRESOLVED TO TRUE
           MOVE FILE-RECORD TO REJ-SOURCE-RECORD
           MOVE WS-RUN-DATE TO REJ-ORIGIN-RUN-DATE
           MOVE WS-IFT-FILE-ID (WS-FILE-SEQ) TO REJ-ORIGIN-FILE-ID
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-FILE-OK
               MOVE "REJECT-FILE" TO WS-ERROR-FILE-ID
      * rerun without FORCE.
      *----------------------------------------------------------------
       6000-BACKOUT-RUN.
           DISPLAY "BACKOUT OF RUN DATE: " WS-RUN-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP

           END-IF

           MOVE "BACKOUT" TO WS-XH-FILE-ID
           MOVE WS-RUN-DATE TO WS-XH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO WS-XH-RUN-TIME
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-HEADER
      *            reverse exactly like PROCESSED ones. DUPLICATE
      *            and REJECTED entries never reached the outputs
      *            and stay skipped.
                   IF BKAUD-RUN-DATE = WS-RUN-DATE
                           AND (BKAUD-ACTION = "PROCESSED"
                               OR BKAUD-ACTION = "COMBINED")
                       PERFORM 6200-REVERSE-ONE-RECORD
           MOVE BKAUD-KEY TO AUDIT-KEY
           MOVE "BACKEDOUT" TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE BKAUD-FILE-ID TO AUDIT-FILE-ID
           MOVE WS-BACKOUT-WORK TO AUDIT-BEFORE-IMAGE
           MOVE SPACES TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID

       6910-WRITE-BACKOUT-ENTRY.
           MOVE WS-BKF-FILE-ID (WS-BKF-SUB) TO RR-FILE-ID
           MOVE WS-RUN-DATE TO RR-RUN-DATE
           SET RR-BACKED-OUT TO TRUE
           MOVE WS-RUN-START-TIMESTAMP TO RR-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RR-END-TIMESTAMP
           MOVE WS-BKF-RECORDS (WS-BKF-SUB) TO RR-DETAIL-READ
           MOVE WS-BKF-RECORDS (WS-BKF-SUB) TO RR-WRITTEN
           MOVE ZERO TO RR-REJECTED
           MOVE SPACES TO RR-EXTRACT-DSNAME
           WRITE RUN-REGISTRY-RECORD
           IF NOT WS-RUN-REGISTRY-OK
               MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Copies the capped extract to the run's own dated generation,
      * EXTRACT.<rundate>.<hhmmss>.DAT. EXTRACT.DAT itself is
      * overwritten by the next run, so month-end consolidation
      * works from these generations instead - MTHLBLD finds them
      * through RR-EXTRACT-DSNAME on the registry entries 9110
      * writes. The start time keeps two runs on one run date (a
      * rerun after a backout) from colliding.
      *----------------------------------------------------------------
       7100-KEEP-EXTRACT-GENERATION.
           MOVE SPACES TO WS-GENERATION-DSNAME
           STRING "EXTRACT." WS-RUN-DATE "."
                   WS-RUN-START-TIMESTAMP (9:6) ".DAT"
               DELIMITED BY SIZE INTO WS-GENERATION-DSNAME
           END-STRING

           OPEN INPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-FILE-OK
               MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXTRACT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           OPEN OUTPUT EXTRACT-GENERATION-FILE
           IF NOT WS-GENERATION-OK
               MOVE "EXTRACT-GEN" TO WS-ERROR-FILE-ID
               MOVE WS-GENERATION-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE "N" TO WS-GENERATION-EOF-SW
           PERFORM 7110-COPY-ONE-EXTRACT-RECORD
               UNTIL WS-GENERATION-EOF

           CLOSE EXTRACT-GENERATION-FILE
           IF NOT WS-GENERATION-OK
               MOVE "EXTRACT-GEN" TO WS-ERROR-FILE-ID
               MOVE WS-GENERATION-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           CLOSE EXTRACT-FILE
           IF NOT WS-EXTRACT-FILE-OK
               MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-EXTRACT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           DISPLAY "EXTRACT GENERATION: " WS-GENERATION-DSNAME.

       7110-COPY-ONE-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET WS-GENERATION-EOF TO TRUE
               NOT AT END
                   IF NOT WS-EXTRACT-FILE-OK
                       MOVE "EXTRACT-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-EXTRACT-FILE-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   WRITE EXTRACT-GENERATION-RECORD FROM EXTRACT-RECORD
                   IF NOT WS-GENERATION-OK
                       MOVE "EXTRACT-GEN" TO WS-ERROR-FILE-ID
                       MOVE WS-GENERATION-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Business report of the run's money: the valid details just
      * written to the extract, re-sorted by category code
                           PERFORM 7800-PRINT-CATEGORY-TOTAL
                       END-IF
                       MOVE CS-CATEGORY TO WS-CURRENT-CATEGORY
                       PERFORM 7730-LOOKUP-CATEGORY-DESC
                       MOVE ZERO TO WS-CAT-COUNT
                       MOVE ZERO TO WS-CAT-AMOUNT
                       MOVE "N" TO WS-CAT-FIRST-SW
               PERFORM 7910-PRINT-CAT-HEADINGS
           END-IF
           MOVE CS-CATEGORY TO WS-CATRPT-DET-CATEGORY
           MOVE WS-CURRENT-CAT-DESC TO WS-CATRPT-DET-DESC
           MOVE CS-KEY TO WS-CATRPT-DET-KEY
           MOVE CS-AMOUNT TO WS-CATRPT-DET-AMOUNT
           WRITE CATEGORY-REPORT-LINE FROM WS-CATRPT-DETAIL-LINE
           PERFORM 7950-CHECK-CATRPT-STATUS
           ADD 1 TO WS-CAT-LINE-COUNT.

      *----------------------------------------------------------------
      * Fetches the description for the category just broken to.
      * A code no longer on the reference file still prints - its
      * money is real - but says so instead of going blank.
      *----------------------------------------------------------------
       7730-LOOKUP-CATEGORY-DESC.
           MOVE WS-CURRENT-CATEGORY TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   MOVE WS-CAT-UNKNOWN-DESC TO WS-CURRENT-CAT-DESC
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO WS-CURRENT-CAT-DESC
           END-READ
           IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

       7800-PRINT-CATEGORY-TOTAL.
           MOVE WS-CURRENT-CATEGORY TO WS-CATRPT-SUB-CATEGORY
           MOVE WS-CURRENT-CAT-DESC TO WS-CATRPT-SUB-DESC
           MOVE WS-CAT-COUNT TO WS-CATRPT-SUB-COUNT
           MOVE WS-CAT-AMOUNT TO WS-CATRPT-SUB-AMOUNT
           WRITE CATEGORY-REPORT-LINE FROM WS-CATRPT-SUBTOTAL-LINE
       7910-PRINT-CAT-HEADINGS.
           ADD 1 TO WS-CAT-PAGE-NO
           MOVE WS-CAT-PAGE-NO TO WS-CATRPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-CATRPT-RUN-DATE
           WRITE CATEGORY-REPORT-LINE FROM WS-CATRPT-HEADER-1
           PERFORM 7950-CHECK-CATRPT-STATUS
           WRITE CATEGORY-REPORT-LINE FROM WS-CATRPT-HEADER-2
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           PERFORM 8900-CHECK-REPORT-STATUS
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2
           WRITE REPORT-LINE
           PERFORM 8900-CHECK-REPORT-STATUS

           MOVE WS-RUN-DATE TO WS-RPT-BACKOUT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-BACKOUT-HEADER
           PERFORM 8900-CHECK-REPORT-STATUS


       9110-WRITE-REGISTRY-RECORD.
           MOVE WS-IFT-FILE-ID (WS-IFT-SUB) TO RR-FILE-ID
           MOVE WS-RUN-DATE TO RR-RUN-DATE
           SET RR-PROCESSED TO TRUE
           MOVE WS-RUN-START-TIMESTAMP TO RR-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RR-END-TIMESTAMP
           MOVE WS-IFT-DETAIL-READ (WS-IFT-SUB) TO RR-DETAIL-READ
           MOVE WS-IFT-WRITTEN (WS-IFT-SUB) TO RR-WRITTEN
           MOVE WS-IFT-REJECTED (WS-IFT-SUB) TO RR-REJECTED
           MOVE WS-GENERATION-DSNAME TO RR-EXTRACT-DSNAME
           WRITE RUN-REGISTRY-RECORD
           IF NOT WS-RUN-REGISTRY-OK
               MOVE "RUN-REGISTRY" TO WS-ERROR-FILE-ID
