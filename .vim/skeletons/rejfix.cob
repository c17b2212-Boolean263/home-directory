      *   - marks that reject resolved;
      *   - writes every reject, repaired or not, to the updated
      *     reject file REJOUTS.DAT, which replaces REJECTS.DAT for
      *     the next repair pass. REJ-ORIGIN-RUN-DATE and
      *     REJ-ORIGIN-FILE-ID go out exactly as they came in, so a
      *     reject keeps aging from the day it was first raised no
      *     matter how many passes it survives.
      *
      * A correction record names the key it repairs, the field to
      * replace, and the new value. Several corrections may name the
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "CATEGORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-CODE
                   FILE STATUS IS WS-CATEGORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  RECYCLE-RECORD                  PIC X(200).

       FD  REJECT-OUT-FILE.
       01  REJECT-OUT-RECORD               PIC X(253).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       FD  CATEGORY-FILE.
           COPY CATREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The reject's 200-byte source record is repaired here, through
               88  WS-REJECT-OUT-OK        VALUE "00".
           05  WS-REPORT-FILE-STATUS       PIC X(02).
               88  WS-REPORT-FILE-OK       VALUE "00".
           05  WS-CATEGORY-STATUS          PIC X(02).
               88  WS-CATEGORY-OK          VALUE "00".
               88  WS-CATEGORY-NOT-FOUND   VALUE "23".

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-FILE-ID            PIC X(15).
           88  WS-VALID-RECORD             VALUE "Y".
           88  WS-INVALID-RECORD           VALUE "N".

      *----------------------------------------------------------------
      * The date a repaired category code must be in effect on: the
      * consuming run's date, or today when the PARM leaves it blank.
      *----------------------------------------------------------------
       01  WS-CAT-EDIT-DATE                PIC X(08) VALUE SPACES.

       01  WS-REJECT-REASON-FIELDS.
           05  WS-REJECT-REASON-CODE       PIC X(04) VALUE SPACES.
           05  WS-REJECT-FIELD-NAME        PIC X(20) VALUE SPACES.
               PERFORM 9999-FILE-ERROR
           END-IF

           CLOSE CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           PERFORM 9000-TERMINATE.

      *----------------------------------------------------------------
               PERFORM 9999-FILE-ERROR
           END-IF

           OPEN INPUT CATEGORY-FILE
           IF NOT WS-CATEGORY-OK
               MOVE "CATEGORY-FILE" TO WS-ERROR-FILE-ID
               MOVE WS-CATEGORY-STATUS TO WS-ERROR-STATUS
               PERFORM 9999-FILE-ERROR
           END-IF

           MOVE LS-RUN-DATE TO WS-RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           IF LS-RUN-DATE NOT = SPACES
               MOVE LS-RUN-DATE TO WS-CAT-EDIT-DATE
           ELSE
               MOVE WS-CD-DATE TO WS-CAT-EDIT-DATE
           END-IF
           MOVE WS-CD-TIME TO WS-RH-RUN-TIME
           WRITE RECYCLE-RECORD FROM WS-RECYCLE-HEADER
           IF NOT WS-RECYCLE-OK
                   MOVE "FD-AMOUNT" TO WS-REJECT-FIELD-NAME
                   SET WS-INVALID-RECORD TO TRUE
               END-IF
           END-IF

           IF WS-VALID-RECORD
               PERFORM 3250-EDIT-CATEGORY
           END-IF.

      *----------------------------------------------------------------
      * The category edit, as the batch skeleton and MSTUPDT apply
      * it: a CATG reject stays unresolved until its correction
      * names a code that is on file, active, and in effect.
      *----------------------------------------------------------------
       3250-EDIT-CATEGORY.
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
