      *----------------------------------------------------------------
      * CATREC
      *
      * Category reference record, one per product/category code -
      * the code every FILENAME.DAT-style detail carries in
      * FD-DATA-FIELD-1 and the master carries in MR-DATA-FIELD-1.
      * CATEGORY.DAT is a VSAM KSDS keyed on CAT-CODE, maintained
      * only by CATMNT from add/change/retire transactions; the
      * posting programs read it to edit the code, and the category
      * reports read it to print the description beside the code.
      *
      * A code is good for posting only while CAT-ACTIVE and while
      * the run date falls inside its effective dates. A blank
      * CAT-EFFECTIVE-TO is open-ended. A code due to stop on a
      * later day stays CAT-ACTIVE with that CAT-EFFECTIVE-TO, and
      * the date does the retiring; CAT-RETIRED is only set by a
      * retire dated on or before its maintenance date, so a
      * retired code's CAT-EFFECTIVE-TO is never in the future.
      * Retiring a code never deletes it, so old extracts and
      * master records still find their description on the reports.
      *----------------------------------------------------------------
       01  CATEGORY-RECORD.
           05  CAT-CODE                    PIC X(30).
           05  CAT-DESCRIPTION             PIC X(30).
           05  CAT-STATUS                  PIC X(01).
               88  CAT-ACTIVE              VALUE "A".
               88  CAT-RETIRED             VALUE "I".
           05  CAT-EFFECTIVE-FROM          PIC X(08).
           05  CAT-EFFECTIVE-TO            PIC X(08).
           05  CAT-LAST-MAINT-DATE         PIC X(08).
           05  CAT-FILLER                  PIC X(15).
