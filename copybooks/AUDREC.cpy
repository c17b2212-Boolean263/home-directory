      * AUDREC
      *
      * Audit trail record, one per detail record a run touched.
      * Written by the standard batch skeleton's audit paragraph, by
      * MSTUPDT for every master update it applies, and by MSTMNT
      * for every online change to the master (actions ONLADD,
      * ONLCHANGE, ONLDELETE, file id MSTMNT), read back by
      * AUDINQ for inquiry and activity reporting, and by each
      * writer's BACK run mode to reverse a completed run.
      * AUDIT-TIMESTAMP is the CURRENT-DATE 21-byte form, so its
      * the record exactly as it was acted on - together enough for
      * a backout to undo each PROCESSED record's effect without
      * restoring files from backup.
      *
      * AUDIT-AFTER-IMAGE is the master record as a master-changing
      * action left it (MSTADD, MSTCHANGE, MSTRESTORE, ONLADD,
      * ONLCHANGE), so the trail can also be rolled FORWARD from an
      * MSTBKUP backup - MSTASOF rebuilds the master as of any date
      * that way. It is spaces for a delete, for actions that never
      * touch the master, and on entries written before the field
      * existed.
      *
      * MSTUPDT's dual-control actions - MSTHOLD (a transaction held
      * for approval instead of posted), MSTAPPROVE, MSTPOST (a held
      * item posted after approval; the master change itself is the
      * MSTADD, MSTCHANGE, or MSTDELETE entry beside it), and
      * MSTEXPIRE (dropped unapproved) - never touch the master.
      * Their before-image is the held transaction and their
      * after-image the PND-CONTROL part of its pending record
      * (PNDREC): hold id, reason, and approver.
      *----------------------------------------------------------------
       01  AUDIT-LOG-RECORD.
           05  AUDIT-KEY                   PIC X(20).
           05  AUDIT-RUN-DATE              PIC X(08).
           05  AUDIT-FILE-ID               PIC X(20).
           05  AUDIT-BEFORE-IMAGE          PIC X(200).
           05  AUDIT-AFTER-IMAGE           PIC X(200).
