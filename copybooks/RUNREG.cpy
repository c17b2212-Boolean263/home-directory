      *----------------------------------------------------------------
      * RUNREG
      *
      * Run registry record, RUNREG.DAT. The standard batch skeleton
      * appends one per input file per completed run, keyed by the
      * FH-FILE-ID and FH-RUN-DATE off the file's own header, and a
      * BACK run appends a backed-out entry per file id it reverses;
      * the LATEST entry for a file id and run date is the one that
      * counts. Read back by the skeleton's double-processing guard,
      * by MTHLBLD to build the month-end extract list, and by the
      * skeleton, MSTUPDT, MSTINV, MTHCONS, and AUDARCH to default a
      * blank run date to the next business day after the latest
      * run processed.
      *
      * RR-EXTRACT-DSNAME is the dated extract generation the run
      * kept (EXTRACT.<rundate>.<hhmmss>.DAT) - the same dsname on
      * every entry of a multi-file run, since they share one
      * extract. It is spaces on backed-out entries, on entries for
      * runs that kept no generation, and on entries written before
      * the field existed.
      *----------------------------------------------------------------
       01  RUN-REGISTRY-RECORD.
           05  RR-FILE-ID                  PIC X(20).
           05  RR-RUN-DATE                 PIC X(08).
           05  RR-STATUS                   PIC X(01).
               88  RR-PROCESSED            VALUE "P".
               88  RR-BACKED-OUT           VALUE "B".
           05  RR-START-TIMESTAMP          PIC X(26).
           05  RR-END-TIMESTAMP            PIC X(26).
           05  RR-DETAIL-READ              PIC 9(09).
           05  RR-WRITTEN                  PIC 9(09).
           05  RR-REJECTED                 PIC 9(09).
           05  RR-EXTRACT-DSNAME           PIC X(80).
