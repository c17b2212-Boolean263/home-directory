      *----------------------------------------------------------------
      * APRREC
      *
      * Approval record, keyed by an authorized second person against
      * the pending-approval listing MSTUPDT prints (PNDRPT) and read
      * by MSTUPDT's next run. APR-HOLD-ID and APR-KEY must both
      * match a held item (PNDREC) for it to be released; the key is
      * there so a mistyped hold id cannot release the wrong record.
      * APR-APPROVER-ID names who approved it and goes on the audit
      * trail with the approval; an approval without one is refused.
      *----------------------------------------------------------------
       01  APPROVAL-RECORD.
           05  APR-HOLD-ID                 PIC X(20).
           05  APR-KEY                     PIC X(20).
           05  APR-APPROVER-ID             PIC X(08).
           05  APR-APPROVED-DATE           PIC X(08).
           05  FILLER                      PIC X(24).
