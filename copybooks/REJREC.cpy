      *   ADUP - add, but key already on master      (MSTUPDT)
      *   CNOF - change, but key not on master       (MSTUPDT)
      *   DNOF - delete, but key not on master       (MSTUPDT)
      *   CATG - category code not on CATEGORY.DAT,
      *          retired, or outside its effective
      *          dates                  (standard edits, MSTUPDT)
      *
      * REJ-RESOLVED-FLAG is written as "N"; the repair job flips it
      * to "Y" when a corrected copy of the record has been recycled.
      *
      * REJ-ORIGIN-RUN-DATE and REJ-ORIGIN-FILE-ID are stamped by the
      * program that first rejects the record - the run date and the
      * FH-FILE-ID of the input it arrived on - and are carried
      * unchanged through every repair pass, so the reject's age is
      * always measured from the day it was first raised. A reject
      * written before the stamps existed has them blank.
      *----------------------------------------------------------------
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(04).
               88  REJ-RESOLVED            VALUE "Y".
               88  REJ-UNRESOLVED          VALUE "N".
           05  REJ-SOURCE-RECORD           PIC X(200).
           05  REJ-ORIGIN-RUN-DATE         PIC X(08).
           05  REJ-ORIGIN-FILE-ID          PIC X(20).
