      *Comment
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTMNT.
       AUTHOR. DAVID PERRY.
       DATE-WRITTEN. ${2:`!v strftime("%Y-%m-%d")`}.

      *----------------------------------------------------------------
      * Online inquiry and maintenance of the keyed master file, for
      * the one-off fix that should not have to wait for tonight's
      * MSTUPDT run or be made by hand-editing a transaction file.
      * One screen shows every MSTREC field for a key, including
      * the MR-LAST-MAINT-DATE and MR-LAST-TRAN-CODE stamps, and
      * takes one function at a time:
      *
      *   I - inquire on the key entered.
      *   N - browse forward: the next key above the one shown.
      *   P - browse back: the next key below the one shown.
      *   A - add the key and fields entered.
      *   C - change the record on the screen to the fields entered.
      *   D - delete the record on the screen.
      *   X - end the session.
      *
      * An add, change, or delete is shown back for a Y/N confirm
      * before anything is written, and is held to the same rules
      * MSTUPDT applies: an add must not find the key, a change or
      * delete must, and the category code must be active on the
      * category reference file today. A change or delete is only
      * taken against a record already inquired on, and the record
      * is read again at the confirm; if anyone changed it in the
      * meantime the current record is shown and nothing is
      * written.
      *
      * The dual-control limits on MSTUPDT's HOLDCTL card hold here
      * too. An add, change, or delete that MSTUPDT would hold for
      * a second person's approval - an amount over the amount
      * limit, or a move in MR-AMOUNT over the change limit - is
      * refused before the confirm, with a message to key it as a
      * transaction for MSTUPDT, where it is held and approved in
      * the usual way. The card is read once, at session start. A
      * blank limit on the card limits nothing on that test, as in
      * MSTUPDT, but one of the two must be set; with no card at
      * all, an empty one, one that cannot be read, neither limit
      * set, or a limit that is not all digits - any card MSTUPDT
      * would stop on - MSTUPDT cannot post either, so the session is
      * inquiry and browse only - every add, change, and delete is
      * refused.
      *
      * Every change made here goes on AUDITLOG.DAT in the standard
      * AUDREC layout with the record's before-image (spaces for an
      * add) and after-image (spaces for a delete), exactly as
      * MSTUPDT writes its own, under actions ONLADD, ONLCHANGE, and
      * ONLDELETE and the file id MSTMNT, with today as the run
      * date. AUDINQ, RUNRECON, MSTASOF, and an MSTUPDT backout
      * therefore see every online change to the master alongside
      * the batch ones, and can still tell which was which.
      *
      * Every change made here also goes on an outbound change feed
      * in the CHGREC layout MSTUPDT's CHGFEED.DAT uses, so the
      * downstream copies of the master see online fixes as well.
      * The feed is opened at the first change of the session as a
      * generation of its own, ONLFEED.yyyymmdd.hhmmss.DAT from the
      * time it was opened, with a header from MSTMNT; the session
      * end writes its trailer and names it. A session that changed
      * nothing writes no feed.
      *
      * The session's files and the datasets they must be allocated
      * to - AUDITLOG in particular is MSTUPDT's trail, not the
      * skeleton's, or the online entries never reach an MSTUPDT
      * backout, AUDINQ, or RUNRECON run over the master's history:
      *
      *   MASTER    YOUR.MASTER.KSDS     the master, for update.
      *   CATEGORY  YOUR.CATEGORY.KSDS   the category edit.
      *   AUDITLOG  YOUR.MSTAUDIT.DAT    MSTUPDT's AUDITLOG, extended.
      *   HOLDCTL   YOUR.HOLDCTL.DAT     MSTUPDT's HOLDCTL card.
      *
      * The change feed has no ddname: each session's is allocated
      * dynamically as ONLFEED.yyyymmdd.hhmmss.DAT, the name shown
      * at the end of the session, and that is the name CHGEXP's
      * INPUT-FILE-OVERRIDE is given to export it.
      *
      * RETURN-CODE 0 is a normal end of session; 8 is an I-O error.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO "MASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MR-KEY
                   FILE STATUS IS WS-MASTER-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT AUDIT-LOG
               ASSIGN TO "AUDITLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT CHANGE-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-DSNAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGE-FEED-STATUS.

           SELECT HOLD-CONTROL-FILE
               ASSIGN TO "HOLDCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY MSTREC.

       FD  CATEGORY-FILE.
           COPY CATREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  CHANGE-FEED-FILE.
           COPY CHGREC.

      *----------------------------------------------------------------
      * MSTUPDT's dual-control card. Only the two limits are used
      * here; the expiry days are MSTUPDT's alone.
      *----------------------------------------------------------------
       FD  HOLD-CONTROL-FILE.
       01  HOLD-CONTROL-RECORD.
           05  HC-AMOUNT-LIMIT             PIC X(13).
           05  HC-CHANGE-LIMIT             PIC X(13).
           05  HC-EXPIRY-DAYS              PIC X(03).
           05  FILLER                      PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MASTER-STATUS            PIC X(02).
               88  WS-MASTER-OK            VALUE "00".
               88  WS-MASTER-AT-END        VALUE "10".
               88  WS-MASTER-DUPLICATE     VALUE "22".
               88  WS-MASTER-NOT-FOUND     VALUE "23".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".
           05  WS-AUDIT-LOG-STATUS         PIC X(02).
               88  WS-AUDIT-LOG-OK         VALUE "00".
               88  WS-AUDIT-LOG-ABSENT     VALUE "35".
           05  WS-CHANGE-FEED-STATUS       PIC X(02).
               88  WS-CHANGE-FEED-OK       VALUE "00".
           05  WS-HOLD-CONTROL-STATUS      PIC X(02).
               88  WS-HOLD-CONTROL-OK      VALUE "00".
               88  WS-HOLD-CONTROL-ABSENT  VALUE "35".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           05  WS-ERROR-STATUS             PIC X(02).
       01  WS-FATAL-ERROR-SW               PIC X(01) VALUE "N".
           88  WS-FATAL-ERROR              VALUE "Y".

       01  WS-EXIT-SW                      PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".

      *----------------------------------------------------------------
      * The screen's fields. The function and key are always taken;
      * the record fields are taken for an add or change and shown
      * for everything else.
      *----------------------------------------------------------------
       01  WS-SCREEN-FIELDS.
           05  WS-SCR-FUNCTION             PIC X(01) VALUE SPACE.
               88  WS-FUNC-INQUIRE         VALUE "I".
               88  WS-FUNC-NEXT            VALUE "N".
               88  WS-FUNC-PRIOR           VALUE "P".
               88  WS-FUNC-ADD             VALUE "A".
               88  WS-FUNC-CHANGE          VALUE "C".
               88  WS-FUNC-DELETE          VALUE "D".
               88  WS-FUNC-EXIT            VALUE "X".
           05  WS-SCR-KEY                  PIC X(20) VALUE SPACES.
           05  WS-SCR-DATA-FIELD-1         PIC X(30) VALUE SPACES.
           05  WS-SCR-DATA-FIELD-2         PIC X(30) VALUE SPACES.
           05  WS-SCR-AMOUNT               PIC S9(11)V99 VALUE ZERO.
           05  WS-SCR-LAST-MAINT-DATE      PIC X(08) VALUE SPACES.
           05  WS-SCR-LAST-TRAN-CODE       PIC X(01) VALUE SPACE.
           05  WS-SCR-MESSAGE              PIC X(60) VALUE SPACES.
           05  WS-SCR-CONFIRM-PROMPT       PIC X(40) VALUE SPACES.
           05  WS-SCR-CONFIRM              PIC X(01) VALUE SPACE.
               88  WS-CONFIRM-YES          VALUE "Y".
               88  WS-CONFIRM-NO           VALUE "N".

      *----------------------------------------------------------------
      * The record last shown on the screen, exactly as it was read.
      * A change or delete is only taken against this record, and
      * only if the master still holds it unchanged at the confirm.
      *----------------------------------------------------------------
       01  WS-SHOWN-SW                     PIC X(01) VALUE "N".
           88  WS-RECORD-SHOWN             VALUE "Y".
       01  WS-SHOWN-RECORD.
           05  WS-SHOWN-KEY                PIC X(20) VALUE SPACES.
           05  FILLER                      PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * Set when a browse runs off either end of the master.
      *----------------------------------------------------------------
       01  WS-BROWSE-END-SW                PIC X(01) VALUE "N".
           88  WS-BROWSE-END               VALUE "Y".

      *----------------------------------------------------------------
      * Outcome of the entry edits for an add or change: the first
      * edit failed leaves its message on the screen.
      *----------------------------------------------------------------
       01  WS-ENTRY-VALID-SW               PIC X(01) VALUE "Y".
           88  WS-ENTRY-VALID              VALUE "Y".
           88  WS-ENTRY-INVALID            VALUE "N".

      *----------------------------------------------------------------
      * Audit-trail work areas, as in MSTUPDT: the master record
      * before the change (spaces for an add) and after it (spaces
      * for a delete). Online changes carry their own actions and
      * file id so they are never mistaken for a batch run's.
      *----------------------------------------------------------------
       01  WS-AUDIT-ACTION-TEXT            PIC X(10) VALUE SPACES.
       01  WS-MASTER-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
       01  WS-MASTER-AFTER-IMAGE           PIC X(200) VALUE SPACES.
       01  WS-ONLINE-FILE-ID               PIC X(20) VALUE "MSTMNT".

      *----------------------------------------------------------------
      * Change feed work areas. The feed's dsname is built when it is
      * opened; the count and net movement go on its trailer.
      *----------------------------------------------------------------
       01  WS-FEED-DSNAME                  PIC X(80) VALUE SPACES.
       01  WS-FEED-OPEN-SW                 PIC X(01) VALUE "N".
           88  WS-FEED-OPEN                VALUE "Y".
       01  WS-FEED-ACTION                  PIC X(01) VALUE SPACE.
       01  WS-FEED-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-FEED-NET-AMOUNT              PIC S9(13)V99 VALUE ZERO.
       01  WS-FEED-NET-EDITED              PIC -(13)9.99.

      *----------------------------------------------------------------
      * Dual-control limits, off the HOLDCTL card as MSTUPDT takes
      * them. WS-HOLD-OLD-AMOUNT is what the master carries before
      * the change (zero for an add), WS-HOLD-NEW-AMOUNT what it
      * would carry after (zero for a delete).
      *----------------------------------------------------------------
       01  WS-HOLD-LIMITS.
           05  WS-HOLD-AMOUNT-LIMIT-X      PIC X(13) VALUE SPACES.
           05  WS-HOLD-AMOUNT-LIMIT REDEFINES WS-HOLD-AMOUNT-LIMIT-X
                                           PIC 9(11)V99.
           05  WS-HOLD-CHANGE-LIMIT-X      PIC X(13) VALUE SPACES.
           05  WS-HOLD-CHANGE-LIMIT REDEFINES WS-HOLD-CHANGE-LIMIT-X
                                           PIC 9(11)V99.
       01  WS-AMOUNT-HOLD-SW               PIC X(01) VALUE "N".
           88  WS-AMOUNT-HOLD-ON           VALUE "Y".
       01  WS-CHANGE-HOLD-SW               PIC X(01) VALUE "N".
           88  WS-CHANGE-HOLD-ON           VALUE "Y".
       01  WS-HOLD-CARD-SW                 PIC X(01) VALUE "N".
           88  WS-HOLD-CARD-TAKEN          VALUE "Y".
       01  WS-HOLD-OLD-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-NEW-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-TEST-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-CHANGE-AMOUNT           PIC S9(12)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Today's date: stamped on every record changed, used as the
      * audit run date, and the date the category edit is made on.
      * Refreshed before every function so a session left open over
      * midnight stamps the right day.
      *----------------------------------------------------------------
       01  WS-MAINT-DATE                   PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CD-DATE                  PIC X(08).
           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

       01  WS-SESSION-COUNTERS.
           05  WS-ADDS-APPLIED             PIC 9(09) VALUE ZERO.
           05  WS-CHANGES-APPLIED          PIC 9(09) VALUE ZERO.
           05  WS-DELETES-APPLIED          PIC 9(09) VALUE ZERO.

       SCREEN SECTION.
       01  MSTMNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 02 VALUE "MSTMNT".
           05  LINE 01 COL 20 VALUE
                   "MASTER FILE INQUIRY AND MAINTENANCE".
           05  LINE 01 COL 64 VALUE "DATE:".
           05  LINE 01 COL 70 PIC X(08) FROM WS-MAINT-DATE.
           05  LINE 03 COL 02 VALUE "FUNCTION.........:".
           05  LINE 03 COL 21 PIC X(01) USING WS-SCR-FUNCTION.
           05  LINE 04 COL 02 VALUE
                   "I=INQUIRE  N=NEXT  P=PRIOR  A=ADD  C=CHANGE  ".
           05  LINE 04 COL 47 VALUE "D=DELETE  X=EXIT".
           05  LINE 06 COL 02 VALUE "KEY..............:".
           05  LINE 06 COL 21 PIC X(20) USING WS-SCR-KEY.
           05  LINE 08 COL 02 VALUE "CATEGORY CODE....:".
           05  LINE 08 COL 21 PIC X(30) USING WS-SCR-DATA-FIELD-1.
           05  LINE 09 COL 02 VALUE "DATA FIELD 2.....:".
           05  LINE 09 COL 21 PIC X(30) USING WS-SCR-DATA-FIELD-2.
           05  LINE 10 COL 02 VALUE "AMOUNT...........:".
           05  LINE 10 COL 21 PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                   USING WS-SCR-AMOUNT.
           05  LINE 12 COL 02 VALUE "LAST MAINT DATE..:".
           05  LINE 12 COL 21 PIC X(08) FROM WS-SCR-LAST-MAINT-DATE.
           05  LINE 13 COL 02 VALUE "LAST TRAN CODE...:".
           05  LINE 13 COL 21 PIC X(01) FROM WS-SCR-LAST-TRAN-CODE.
           05  LINE 20 COL 02 PIC X(60) FROM WS-SCR-MESSAGE
                   HIGHLIGHT.

       01  MSTMNT-CONFIRM-SCREEN.
           05  LINE 22 COL 02 PIC X(40) FROM WS-SCR-CONFIRM-PROMPT.
           05  LINE 22 COL 43 VALUE "(Y/N):".
           05  LINE 22 COL 50 PIC X(01) USING WS-SCR-CONFIRM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-FUNCTION UNTIL WS-EXIT-REQUESTED

           PERFORM 8000-END-SESSION

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
      * Takes the dual-control limits, then opens the master for
      * update, the category file for the edit, and the audit trail
      * for append - created if this is the first thing ever written
      * to it.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-HOLD-CONTROL

           OPEN I-O MASTER-FILE
           IF NOT WS-MASTER-OK
               MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-ABSENT
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE "ENTER A FUNCTION AND KEY, THEN PRESS ENTER"
               TO WS-SCR-MESSAGE
           IF NOT WS-HOLD-CARD-TAKEN
               MOVE "HOLDCTL NOT READ - INQUIRY AND BROWSE ONLY"
                   TO WS-SCR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Reads the HOLDCTL card as MSTUPDT does: a limit of zero is
      * the same as a blank one, and a blank one limits nothing on
      * its test. Only a card read whole and proved, with at least
      * one limit set, switches updates on; anything short of that -
      * no card, an empty or unreadable one, neither limit set, a
      * limit that is not all digits - leaves them refused
      * for the session, since a missing or mistyped card must not
      * quietly turn dual control off.
      *----------------------------------------------------------------
       1100-READ-HOLD-CONTROL.
           OPEN INPUT HOLD-CONTROL-FILE
           IF WS-HOLD-CONTROL-OK
               READ HOLD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-HOLD-CONTROL-OK
                           PERFORM 1110-TAKE-HOLD-LIMITS
                       END-IF
               END-READ
               CLOSE HOLD-CONTROL-FILE
           END-IF

           IF WS-HOLD-CARD-TAKEN
               DISPLAY "HOLD LIMITS - AMOUNT: " WS-HOLD-AMOUNT-LIMIT-X
                   " CHANGE: " WS-HOLD-CHANGE-LIMIT-X
           ELSE
               DISPLAY "HOLDCTL CARD NOT READ - ONLINE ADD, CHANGE, "
                   "AND DELETE REFUSED THIS SESSION"
           END-IF.

       1110-TAKE-HOLD-LIMITS.
           SET WS-HOLD-CARD-TAKEN TO TRUE
           IF HC-AMOUNT-LIMIT NOT = SPACES
               MOVE HC-AMOUNT-LIMIT TO WS-HOLD-AMOUNT-LIMIT-X
               IF WS-HOLD-AMOUNT-LIMIT-X IS NOT NUMERIC
                   DISPLAY "HOLDCTL AMOUNT LIMIT IS NOT NUMERIC"
                   MOVE "N" TO WS-HOLD-CARD-SW
               ELSE
                   IF WS-HOLD-AMOUNT-LIMIT > ZERO
                       SET WS-AMOUNT-HOLD-ON TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HC-CHANGE-LIMIT NOT = SPACES
               MOVE HC-CHANGE-LIMIT TO WS-HOLD-CHANGE-LIMIT-X
               IF WS-HOLD-CHANGE-LIMIT-X IS NOT NUMERIC
                   DISPLAY "HOLDCTL CHANGE LIMIT IS NOT NUMERIC"
                   MOVE "N" TO WS-HOLD-CARD-SW
               ELSE
                   IF WS-HOLD-CHANGE-LIMIT > ZERO
                       SET WS-CHANGE-HOLD-ON TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-AMOUNT-HOLD-ON AND NOT WS-CHANGE-HOLD-ON
               DISPLAY "HOLDCTL SETS NEITHER LIMIT"
               MOVE "N" TO WS-HOLD-CARD-SW
           END-IF.

      *----------------------------------------------------------------
      * One pass per ENTER: show the screen, take the function and
      * fields, act on the function, and leave the outcome on the
      * message line for the next pass. I, N, and P stay keyed so
      * repeated ENTERs keep browsing; A, C, and D are cleared so
      * an update is never repeated by accident.
      *----------------------------------------------------------------
       2000-PROCESS-FUNCTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-DATE TO WS-MAINT-DATE

           DISPLAY MSTMNT-SCREEN
           ACCEPT MSTMNT-SCREEN
           INSPECT WS-SCR-FUNCTION CONVERTING "acdinpx" TO "ACDINPX"
           MOVE SPACES TO WS-SCR-MESSAGE

           EVALUATE TRUE
               WHEN WS-FUNC-INQUIRE
                   PERFORM 2100-INQUIRE
               WHEN WS-FUNC-NEXT
                   PERFORM 2200-BROWSE-NEXT
               WHEN WS-FUNC-PRIOR
                   PERFORM 2300-BROWSE-PRIOR
               WHEN (WS-FUNC-ADD OR WS-FUNC-CHANGE OR WS-FUNC-DELETE)
                       AND NOT WS-HOLD-CARD-TAKEN
                   MOVE "HOLDCTL NOT READ - UPDATE THROUGH MSTUPDT"
                       TO WS-SCR-MESSAGE
                   MOVE SPACE TO WS-SCR-FUNCTION
               WHEN WS-FUNC-ADD
                   PERFORM 3100-ADD-RECORD
                   MOVE SPACE TO WS-SCR-FUNCTION
               WHEN WS-FUNC-CHANGE
                   PERFORM 3200-CHANGE-RECORD
                   MOVE SPACE TO WS-SCR-FUNCTION
               WHEN WS-FUNC-DELETE
                   PERFORM 3300-DELETE-RECORD
                   MOVE SPACE TO WS-SCR-FUNCTION
               WHEN WS-FUNC-EXIT
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   MOVE "FUNCTION MUST BE I, N, P, A, C, D, OR X"
                       TO WS-SCR-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Shows the record for the key entered.
      *----------------------------------------------------------------
       2100-INQUIRE.
           IF WS-SCR-KEY = SPACES
               MOVE "ENTER THE KEY TO INQUIRE ON" TO WS-SCR-MESSAGE
           ELSE
               MOVE WS-SCR-KEY TO MR-KEY
               READ MASTER-FILE
                   INVALID KEY
                       PERFORM 2900-CLEAR-RECORD-FIELDS
                       MOVE "KEY NOT ON MASTER FILE" TO WS-SCR-MESSAGE
                   NOT INVALID KEY
                       PERFORM 2800-SHOW-RECORD
                       MOVE "RECORD DISPLAYED" TO WS-SCR-MESSAGE
               END-READ
               PERFORM 3950-CHECK-MASTER-STATUS
           END-IF.

      *----------------------------------------------------------------
      * Browses forward from the key on the screen - a blank key
      * starts at the top of the file. The file is positioned from
      * the screen's key on every pass, since the operator may have
      * keyed a new one or an update may have moved the position.
      *----------------------------------------------------------------
       2200-BROWSE-NEXT.
           MOVE "N" TO WS-BROWSE-END-SW
           MOVE WS-SCR-KEY TO MR-KEY
           START MASTER-FILE KEY IS GREATER THAN MR-KEY
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE
           END-START
           PERFORM 3950-CHECK-MASTER-STATUS

           IF NOT WS-BROWSE-END
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-END TO TRUE
               END-READ
               PERFORM 3960-CHECK-MASTER-BROWSE
           END-IF

           IF WS-BROWSE-END
               MOVE "END OF MASTER FILE - NO HIGHER KEY"
                   TO WS-SCR-MESSAGE
           ELSE
               PERFORM 2800-SHOW-RECORD
               MOVE "NEXT RECORD DISPLAYED" TO WS-SCR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Browses back from the key on the screen - a blank key
      * starts at the bottom of the file.
      *----------------------------------------------------------------
       2300-BROWSE-PRIOR.
           MOVE "N" TO WS-BROWSE-END-SW
           IF WS-SCR-KEY = SPACES
               MOVE HIGH-VALUES TO MR-KEY
           ELSE
               MOVE WS-SCR-KEY TO MR-KEY
           END-IF
           START MASTER-FILE KEY IS LESS THAN MR-KEY
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE
           END-START
           PERFORM 3950-CHECK-MASTER-STATUS

           IF NOT WS-BROWSE-END
               READ MASTER-FILE PREVIOUS RECORD
                   AT END
                       SET WS-BROWSE-END TO TRUE
               END-READ
               PERFORM 3960-CHECK-MASTER-BROWSE
           END-IF

           IF WS-BROWSE-END
               MOVE "START OF MASTER FILE - NO LOWER KEY"
                   TO WS-SCR-MESSAGE
           ELSE
               PERFORM 2800-SHOW-RECORD
               MOVE "PRIOR RECORD DISPLAYED" TO WS-SCR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Shows the record for the update in hand and asks for the
      * Y/N confirm on the line beneath it. Anything but Y is a no.
      *----------------------------------------------------------------
       2700-GET-CONFIRMATION.
           MOVE SPACE TO WS-SCR-CONFIRM
           DISPLAY MSTMNT-SCREEN
           DISPLAY MSTMNT-CONFIRM-SCREEN
           ACCEPT MSTMNT-CONFIRM-SCREEN
           INSPECT WS-SCR-CONFIRM CONVERTING "ny" TO "NY"
           IF NOT WS-CONFIRM-YES
               SET WS-CONFIRM-NO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Moves MASTER-RECORD to the screen and remembers it as the
      * record shown.
      *----------------------------------------------------------------
       2800-SHOW-RECORD.
           MOVE MR-KEY TO WS-SCR-KEY
           MOVE MR-DATA-FIELD-1 TO WS-SCR-DATA-FIELD-1
           MOVE MR-DATA-FIELD-2 TO WS-SCR-DATA-FIELD-2
           IF MR-AMOUNT IS NUMERIC
               MOVE MR-AMOUNT TO WS-SCR-AMOUNT
           ELSE
               MOVE ZERO TO WS-SCR-AMOUNT
           END-IF
           MOVE MR-LAST-MAINT-DATE TO WS-SCR-LAST-MAINT-DATE
           MOVE MR-LAST-TRAN-CODE TO WS-SCR-LAST-TRAN-CODE
           MOVE MASTER-RECORD TO WS-SHOWN-RECORD
           SET WS-RECORD-SHOWN TO TRUE.

       2900-CLEAR-RECORD-FIELDS.
           MOVE SPACES TO WS-SCR-DATA-FIELD-1
           MOVE SPACES TO WS-SCR-DATA-FIELD-2
           MOVE ZERO TO WS-SCR-AMOUNT
           MOVE SPACES TO WS-SCR-LAST-MAINT-DATE
           MOVE SPACE TO WS-SCR-LAST-TRAN-CODE
           MOVE SPACES TO WS-SHOWN-RECORD
           MOVE "N" TO WS-SHOWN-SW.

      *----------------------------------------------------------------
      * Logs one online change to the audit trail in the standard
      * AUDREC layout, the same way MSTUPDT logs a batch one.
      *----------------------------------------------------------------
       2950-WRITE-AUDIT-RECORD.
           MOVE MR-KEY TO AUDIT-KEY
           MOVE WS-AUDIT-ACTION-TEXT TO AUDIT-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-MAINT-DATE TO AUDIT-RUN-DATE
           MOVE WS-ONLINE-FILE-ID TO AUDIT-FILE-ID
           MOVE WS-MASTER-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE WS-MASTER-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Puts one online change on the change feed, as MSTUPDT does a
      * batch one, from the same before- and after-images the audit
      * record was written from. The session's first change opens
      * the feed.
      *----------------------------------------------------------------
       2960-WRITE-CHANGE-FEED.
           IF NOT WS-FEED-OPEN
               PERFORM 2970-OPEN-CHANGE-FEED
           END-IF
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE "D" TO CFD-RECORD-TYPE
           MOVE WS-FEED-ACTION TO CFD-ACTION
           MOVE WS-MAINT-DATE TO CFD-RUN-DATE
           MOVE "N" TO CFD-REVERSAL-FLAG
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
      * Opens the session's change feed generation, named from the
      * date and time it is opened, and writes its header.
      *----------------------------------------------------------------
       2970-OPEN-CHANGE-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE SPACES TO WS-FEED-DSNAME
           STRING "ONLFEED." WS-CD-DATE "." WS-CD-TIME ".DAT"
               DELIMITED BY SIZE INTO WS-FEED-DSNAME
           OPEN OUTPUT CHANGE-FEED-FILE
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF
           SET WS-FEED-OPEN TO TRUE
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE "H" TO CFH-RECORD-TYPE
           MOVE WS-MAINT-DATE TO CFH-RUN-DATE
           MOVE WS-CD-TIME TO CFH-RUN-TIME
           MOVE WS-ONLINE-FILE-ID TO CFH-FEED-SOURCE
           WRITE CHANGE-FEED-RECORD
           IF NOT WS-CHANGE-FEED-OK
               MOVE "CHANGE-FEED" TO WS-ERROR-FILE-ID
               MOVE WS-CHANGE-FEED-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Caps the session's change feed with its trailer and closes
      * it.
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
           DISPLAY "MSTMNT CHANGE FEED " WS-FEED-DSNAME
           DISPLAY "CHANGE FEED RECORDS: " WS-FEED-RECORD-COUNT
               " NET AMOUNT: " WS-FEED-NET-EDITED.

      *----------------------------------------------------------------
      * Adds the key and fields entered. The key must be new; a
      * WRITE that finds it after all (added elsewhere since the
      * check) writes nothing.
      *----------------------------------------------------------------
       3100-ADD-RECORD.
           PERFORM 3500-EDIT-ENTRY

           IF WS-ENTRY-VALID
               MOVE WS-SCR-KEY TO MR-KEY
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "KEY ALREADY ON FILE - USE C TO CHANGE"
                           TO WS-SCR-MESSAGE
                       SET WS-ENTRY-INVALID TO TRUE
               END-READ
               PERFORM 3950-CHECK-MASTER-STATUS
           END-IF

           IF WS-ENTRY-VALID
               MOVE ZERO TO WS-HOLD-OLD-AMOUNT
               MOVE WS-SCR-AMOUNT TO WS-HOLD-NEW-AMOUNT
               PERFORM 3600-TEST-HOLD-LIMITS
           END-IF

           IF WS-ENTRY-VALID
               MOVE "ADD THIS RECORD TO THE MASTER?"
                   TO WS-SCR-CONFIRM-PROMPT
               PERFORM 2700-GET-CONFIRMATION
               IF WS-CONFIRM-NO
                   MOVE "ADD CANCELLED - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               MOVE SPACES TO MASTER-RECORD
               MOVE "A" TO MR-LAST-TRAN-CODE
               PERFORM 3110-BUILD-MASTER-RECORD
               WRITE MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-MASTER-DUPLICATE
                   MOVE "KEY ADDED ELSEWHERE - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
               ELSE
                   IF NOT WS-MASTER-OK
                       MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
                       MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                       PERFORM 9999-FILE-ERROR
                   END-IF
                   MOVE SPACES TO WS-MASTER-BEFORE-IMAGE
                   MOVE MASTER-RECORD TO WS-MASTER-AFTER-IMAGE
                   MOVE "ONLADD" TO WS-AUDIT-ACTION-TEXT
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   MOVE "A" TO WS-FEED-ACTION
                   PERFORM 2960-WRITE-CHANGE-FEED
                   ADD 1 TO WS-ADDS-APPLIED
                   PERFORM 2800-SHOW-RECORD
                   MOVE "RECORD ADDED" TO WS-SCR-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Builds the new master record from the screen over whatever
      * the caller left in MASTER-RECORD - spaces for an add, the
      * record as re-read for a change - and stamps it with today
      * and the caller's transaction code, as a batch update would.
      *----------------------------------------------------------------
       3110-BUILD-MASTER-RECORD.
           MOVE WS-SCR-KEY TO MR-KEY
           MOVE WS-SCR-DATA-FIELD-1 TO MR-DATA-FIELD-1
           MOVE WS-SCR-DATA-FIELD-2 TO MR-DATA-FIELD-2
           MOVE WS-SCR-AMOUNT TO MR-AMOUNT
           MOVE WS-MAINT-DATE TO MR-LAST-MAINT-DATE.

      *----------------------------------------------------------------
      * Changes the record on the screen to the fields entered. The
      * key must be the one last shown, at least one field must
      * differ from it, and at the confirm the master must still
      * hold the record exactly as shown.
      *----------------------------------------------------------------
       3200-CHANGE-RECORD.
           SET WS-ENTRY-VALID TO TRUE
           IF NOT WS-RECORD-SHOWN
                   OR WS-SCR-KEY NOT = WS-SHOWN-KEY
               MOVE "INQUIRE ON THE KEY BEFORE CHANGING IT"
                   TO WS-SCR-MESSAGE
               SET WS-ENTRY-INVALID TO TRUE
           END-IF

           IF WS-ENTRY-VALID
               MOVE WS-SHOWN-RECORD TO MASTER-RECORD
               IF MR-DATA-FIELD-1 = WS-SCR-DATA-FIELD-1
                       AND MR-DATA-FIELD-2 = WS-SCR-DATA-FIELD-2
                       AND MR-AMOUNT = WS-SCR-AMOUNT
                   MOVE "NO FIELD CHANGED - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               PERFORM 3500-EDIT-ENTRY
           END-IF

           IF WS-ENTRY-VALID
               MOVE WS-SHOWN-RECORD TO MASTER-RECORD
               MOVE MR-AMOUNT TO WS-HOLD-OLD-AMOUNT
               MOVE WS-SCR-AMOUNT TO WS-HOLD-NEW-AMOUNT
               PERFORM 3600-TEST-HOLD-LIMITS
           END-IF

           IF WS-ENTRY-VALID
               MOVE "CHANGE THIS RECORD ON THE MASTER?"
                   TO WS-SCR-CONFIRM-PROMPT
               PERFORM 2700-GET-CONFIRMATION
               IF WS-CONFIRM-NO
                   MOVE "CHANGE CANCELLED - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               PERFORM 3400-REREAD-SHOWN-RECORD
           END-IF

           IF WS-ENTRY-VALID
               MOVE MASTER-RECORD TO WS-MASTER-BEFORE-IMAGE
               MOVE "C" TO MR-LAST-TRAN-CODE
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
               MOVE MASTER-RECORD TO WS-MASTER-AFTER-IMAGE
               MOVE "ONLCHANGE" TO WS-AUDIT-ACTION-TEXT
               PERFORM 2950-WRITE-AUDIT-RECORD
               MOVE "C" TO WS-FEED-ACTION
               PERFORM 2960-WRITE-CHANGE-FEED
               ADD 1 TO WS-CHANGES-APPLIED
               PERFORM 2800-SHOW-RECORD
               MOVE "RECORD CHANGED" TO WS-SCR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Deletes the record on the screen, once it has been shown
      * and confirmed and the master still holds it as shown.
      *----------------------------------------------------------------
       3300-DELETE-RECORD.
           SET WS-ENTRY-VALID TO TRUE
           IF NOT WS-RECORD-SHOWN
                   OR WS-SCR-KEY NOT = WS-SHOWN-KEY
               MOVE "INQUIRE ON THE KEY BEFORE DELETING IT"
                   TO WS-SCR-MESSAGE
               SET WS-ENTRY-INVALID TO TRUE
           END-IF

           IF WS-ENTRY-VALID
      *        The record goes back on the screen as it is on file,
      *        whatever may have been typed over it, so the operator
      *        confirms what will really be deleted.
               MOVE WS-SHOWN-RECORD TO MASTER-RECORD
               PERFORM 2800-SHOW-RECORD
               MOVE MR-AMOUNT TO WS-HOLD-OLD-AMOUNT
               MOVE ZERO TO WS-HOLD-NEW-AMOUNT
               PERFORM 3600-TEST-HOLD-LIMITS
           END-IF

           IF WS-ENTRY-VALID
               MOVE "DELETE THIS RECORD FROM THE MASTER?"
                   TO WS-SCR-CONFIRM-PROMPT
               PERFORM 2700-GET-CONFIRMATION
               IF WS-CONFIRM-NO
                   MOVE "DELETE CANCELLED - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               PERFORM 3400-REREAD-SHOWN-RECORD
           END-IF

           IF WS-ENTRY-VALID
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
               MOVE "ONLDELETE" TO WS-AUDIT-ACTION-TEXT
               PERFORM 2950-WRITE-AUDIT-RECORD
               MOVE "D" TO WS-FEED-ACTION
               PERFORM 2960-WRITE-CHANGE-FEED
               ADD 1 TO WS-DELETES-APPLIED
               PERFORM 2900-CLEAR-RECORD-FIELDS
               MOVE "RECORD DELETED" TO WS-SCR-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Reads the shown key again at the confirm. If the record has
      * gone, or is no longer exactly what the operator was shown,
      * someone else got there first: the master as it now stands
      * goes on the screen and nothing is written.
      *----------------------------------------------------------------
       3400-REREAD-SHOWN-RECORD.
           MOVE WS-SHOWN-KEY TO MR-KEY
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 2900-CLEAR-RECORD-FIELDS
                   MOVE "KEY DELETED ELSEWHERE - NOTHING WRITTEN"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               NOT INVALID KEY
                   IF MASTER-RECORD NOT = WS-SHOWN-RECORD
                       PERFORM 2800-SHOW-RECORD
                       MOVE "RECORD CHANGED ELSEWHERE - NOT WRITTEN"
                           TO WS-SCR-MESSAGE
                       SET WS-ENTRY-INVALID TO TRUE
                   END-IF
           END-READ
           PERFORM 3950-CHECK-MASTER-STATUS.

      *----------------------------------------------------------------
      * Edits the fields entered for an add or change the way
      * MSTUPDT edits a transaction: a key, and a category code
      * active on the category reference file today.
      *----------------------------------------------------------------
       3500-EDIT-ENTRY.
           SET WS-ENTRY-VALID TO TRUE
           IF WS-SCR-KEY = SPACES
               MOVE "KEY IS BLANK" TO WS-SCR-MESSAGE
               SET WS-ENTRY-INVALID TO TRUE
           END-IF

           IF WS-ENTRY-VALID
               MOVE WS-SCR-DATA-FIELD-1 TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       SET WS-ENTRY-INVALID TO TRUE
                   NOT INVALID KEY
                       IF NOT CAT-ACTIVE
                           OR WS-MAINT-DATE < CAT-EFFECTIVE-FROM
                           OR (CAT-EFFECTIVE-TO NOT = SPACES
                               AND WS-MAINT-DATE > CAT-EFFECTIVE-TO)
                           SET WS-ENTRY-INVALID TO TRUE
                       END-IF
               END-READ
               IF NOT WS-CATEGORY-OK AND NOT WS-CATEGORY-NOT-FOUND
                   MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
                   MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
                   PERFORM 9999-FILE-ERROR
               END-IF
               IF WS-ENTRY-INVALID
                   MOVE "CATEGORY CODE NOT ACTIVE ON CATEGORY FILE"
                       TO WS-SCR-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MSTUPDT's dual-control test, made before the confirm. The
      * amount test is on what the master record would carry - or,
      * for a delete, carried; the change test is on how far
      * MR-AMOUNT would move. The caller has set the old and new
      * amounts. Anything MSTUPDT would hold is refused here, so
      * that it reaches the master only through the hold and a
      * second person's approval.
      *----------------------------------------------------------------
       3600-TEST-HOLD-LIMITS.
           IF WS-FUNC-DELETE
               MOVE WS-HOLD-OLD-AMOUNT TO WS-HOLD-TEST-AMOUNT
           ELSE
               MOVE WS-HOLD-NEW-AMOUNT TO WS-HOLD-TEST-AMOUNT
           END-IF
           IF WS-HOLD-TEST-AMOUNT < ZERO
               COMPUTE WS-HOLD-TEST-AMOUNT = ZERO - WS-HOLD-TEST-AMOUNT
           END-IF
           COMPUTE WS-HOLD-CHANGE-AMOUNT =
               WS-HOLD-NEW-AMOUNT - WS-HOLD-OLD-AMOUNT

           IF WS-AMOUNT-HOLD-ON
                   AND WS-HOLD-TEST-AMOUNT > WS-HOLD-AMOUNT-LIMIT
               MOVE "AMOUNT OVER HOLD LIMIT - SEND TO MSTUPDT"
                   TO WS-SCR-MESSAGE
               SET WS-ENTRY-INVALID TO TRUE
           ELSE
               IF WS-CHANGE-HOLD-ON
                       AND (WS-HOLD-CHANGE-AMOUNT
                               > WS-HOLD-CHANGE-LIMIT
                           OR ZERO - WS-HOLD-CHANGE-AMOUNT
                               > WS-HOLD-CHANGE-LIMIT)
                   MOVE "CHANGE OVER HOLD LIMIT - SEND TO MSTUPDT"
                       TO WS-SCR-MESSAGE
                   SET WS-ENTRY-INVALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A keyed read or START may find the key or not; anything
      * else is an I-O error.
      *----------------------------------------------------------------
       3950-CHECK-MASTER-STATUS.
           IF NOT WS-MASTER-OK AND NOT WS-MASTER-NOT-FOUND
               MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * A browse read may find a record or run off the end.
      *----------------------------------------------------------------
       3960-CHECK-MASTER-BROWSE.
           IF NOT WS-MASTER-OK AND NOT WS-MASTER-AT-END
               MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF.

      *----------------------------------------------------------------
      * Closes every file and shows what the session changed.
      *----------------------------------------------------------------
       8000-END-SESSION.
           CLOSE MASTER-FILE
           IF NOT WS-MASTER-OK
               MOVE "MASTER-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE AUDIT-LOG
           IF NOT WS-AUDIT-LOG-OK
               MOVE "AUDIT-LOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDIT-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           IF WS-FEED-OPEN
               PERFORM 2980-CLOSE-CHANGE-FEED
           END-IF

           DISPLAY "MSTMNT SESSION ENDED - ADDS: " WS-ADDS-APPLIED
               " CHANGES: " WS-CHANGES-APPLIED
               " DELETES: " WS-DELETES-APPLIED.

      *----------------------------------------------------------------
      * RC 0 for a normal end of session, 8 on an I-O error.
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
       END PROGRAM MSTMNT.
