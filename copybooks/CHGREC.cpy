      *----------------------------------------------------------------
      * CHGREC
      *
      * Outbound master change feed record, for downstream systems
      * that keep their own copy of the master. MSTUPDT writes
      * CHGFEED.DAT each run and MSTMNT writes one ONLFEED generation
      * per session that changed anything: a header, one detail per
      * add, change, or delete applied to the master, and a trailer.
      * CHGEXP turns a feed into its delimited form.
      *
      * Each detail carries the key, the action, the run date, and
      * the master record before and after the change, laid out
      * field for field as MSTREC - the before-image is spaces for
      * an add, the after-image spaces for a delete. A BACK run of
      * MSTUPDT writes the compensating details that unwind the run
      * on a downstream copy the way the backout unwinds the master,
      * flagged CFD-REVERSAL.
      *
      * The trailer carries the detail count and the net movement in
      * MR-AMOUNT over every detail (after-image amount less
      * before-image amount, a missing image counting zero); readers
      * are expected to prove both before applying a feed.
      *----------------------------------------------------------------
       01  CHANGE-FEED-RECORD.
           05  CF-RECORD-TYPE              PIC X(01).
               88  CF-RECORD-IS-HEADER     VALUE "H".
               88  CF-RECORD-IS-DETAIL     VALUE "D".
               88  CF-RECORD-IS-TRAILER    VALUE "T".
           05  CF-RECORD-DATA              PIC X(299).

       01  CHANGE-FEED-HEADER REDEFINES CHANGE-FEED-RECORD.
           05  CFH-RECORD-TYPE             PIC X(01).
           05  CFH-RUN-DATE                PIC X(08).
           05  CFH-RUN-TIME                PIC X(06).
      *    The program that wrote the feed: MSTUPDT or MSTMNT.
           05  CFH-FEED-SOURCE             PIC X(20).
           05  CFH-FILLER                  PIC X(265).

       01  CHANGE-FEED-DETAIL REDEFINES CHANGE-FEED-RECORD.
           05  CFD-RECORD-TYPE             PIC X(01).
           05  CFD-KEY                     PIC X(20).
           05  CFD-ACTION                  PIC X(01).
               88  CFD-ACTION-ADD          VALUE "A".
               88  CFD-ACTION-CHANGE       VALUE "C".
               88  CFD-ACTION-DELETE       VALUE "D".
           05  CFD-RUN-DATE                PIC X(08).
           05  CFD-REVERSAL-FLAG           PIC X(01).
               88  CFD-REVERSAL            VALUE "Y".
           05  CFD-BEFORE-IMAGE.
               10  CFD-BEFORE-KEY          PIC X(20).
               10  CFD-BEFORE-DATA-FIELD-1 PIC X(30).
               10  CFD-BEFORE-DATA-FIELD-2 PIC X(30).
               10  CFD-BEFORE-AMOUNT       PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  CFD-BEFORE-LAST-MAINT-DATE
                                           PIC X(08).
               10  CFD-BEFORE-LAST-TRAN-CODE
                                           PIC X(01).
               10  CFD-BEFORE-FILLER       PIC X(17).
           05  CFD-AFTER-IMAGE.
               10  CFD-AFTER-KEY           PIC X(20).
               10  CFD-AFTER-DATA-FIELD-1  PIC X(30).
               10  CFD-AFTER-DATA-FIELD-2  PIC X(30).
               10  CFD-AFTER-AMOUNT        PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
               10  CFD-AFTER-LAST-MAINT-DATE
                                           PIC X(08).
               10  CFD-AFTER-LAST-TRAN-CODE
                                           PIC X(01).
               10  CFD-AFTER-FILLER        PIC X(17).
           05  CFD-FILLER                  PIC X(29).

       01  CHANGE-FEED-TRAILER REDEFINES CHANGE-FEED-RECORD.
           05  CFT-RECORD-TYPE             PIC X(01).
           05  CFT-RECORD-COUNT            PIC 9(09).
           05  CFT-NET-AMOUNT              PIC S9(13)V99
                                            SIGN IS TRAILING SEPARATE.
           05  CFT-FILLER                  PIC X(274).
