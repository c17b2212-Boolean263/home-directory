           05  WS-CD-TIME                  PIC X(06).
           05  FILLER                      PIC X(07).

      *----------------------------------------------------------------
      * Backup header. WS-BH-RUN-TIME and WS-BH-UNLOAD-DATE are the
      * clock time and date the unload started - the moment the
      * copy stands at, which MSTASOF rolls the audit trail forward
      * from. The run date alone cannot say that: a night's unload
      * often runs after midnight.
      *----------------------------------------------------------------
       01  WS-BACKUP-HEADER.
           05  FILLER                      PIC X(01) VALUE "H".
           05  WS-BH-RUN-DATE              PIC X(08).
           05  WS-BH-RUN-TIME              PIC X(06).
           05  WS-BH-FILE-ID               PIC X(20) VALUE "MSTBKUP".
           05  WS-BH-UNLOAD-DATE           PIC X(08).
           05  FILLER                      PIC X(157) VALUE SPACES.

       01  WS-BACKUP-TRAILER.
           05  FILLER                      PIC X(01) VALUE "T".
           MOVE LS-RUN-DATE TO WS-BH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CD-TIME TO WS-BH-RUN-TIME
           MOVE WS-CD-DATE TO WS-BH-UNLOAD-DATE
           WRITE BACKUP-RECORD FROM WS-BACKUP-HEADER
           IF NOT WS-BACKUP-OK
               MOVE "BACKUP-FILE" TO WS-ERROR-FILE-ID
