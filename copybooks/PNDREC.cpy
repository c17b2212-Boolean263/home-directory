      *----------------------------------------------------------------
      * PNDREC
      *
      * Pending-approval record, one per master transaction MSTUPDT
      * held for a second person's approval instead of posting. The
      * held transaction is carried whole in PND-TRANSACTION, exactly
      * as it arrived, so the run that finds it approved can post it
      * through the same rules as any other transaction.
      *
      * PND-HOLD-ID is unique to the hold - the as-of date and time
      * of the run that held it plus a sequence within that run -
      * and is what an approver keys on APPROVE.DAT (APRREC), with
      * the key, to release the item. PND-HOLD-DATE is also the date
      * the item's age is counted from.
      *
      * Hold reasons:
      *   AMT  - the amount the master record would carry (or, for
      *          a delete, carried) is over the amount limit
      *   CHG  - the move in MR-AMOUNT the transaction would make is
      *          over the change limit
      *
      * PND-CONTROL is the first 100 bytes without the transaction;
      * it is what the dual-control audit entries carry as their
      * after-image. PND-APPROVER-ID and PND-APPROVED-DATE are blank
      * until the item is approved, PND-AGE-DAYS is restamped by
      * every run that carries the item forward.
      *----------------------------------------------------------------
       01  PENDING-RECORD.
           05  PND-CONTROL.
               10  PND-HOLD-ID.
                   15  PND-HOLD-DATE       PIC X(08).
                   15  PND-HOLD-TIME       PIC X(06).
                   15  PND-HOLD-SEQ        PIC 9(06).
               10  PND-HOLD-REASON         PIC X(04).
                   88  PND-HELD-FOR-AMOUNT VALUE "AMT".
                   88  PND-HELD-FOR-CHANGE VALUE "CHG".
               10  PND-FILE-ID             PIC X(20).
               10  PND-CHANGE-AMOUNT       PIC S9(12)V99
                                            SIGN IS TRAILING SEPARATE.
               10  PND-APPROVER-ID         PIC X(08).
               10  PND-APPROVED-DATE       PIC X(08).
               10  PND-AGE-DAYS            PIC 9(05).
               10  FILLER                  PIC X(20).
           05  PND-TRANSACTION             PIC X(200).
