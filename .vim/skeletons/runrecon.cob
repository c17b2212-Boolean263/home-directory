      * comparing two reports. A non-blank LS-RUN-DATE confines the
      * audit tally to that run's entries; anything else on the
      * trail is counted as OTHER and kept out of the proofs.
      * MSTMNT's online master changes (ONLADD, ONLCHANGE,
      * ONLDELETE) are counted on a line of their own, so they show
      * beside the run's entries without entering its proofs.
      * MSTUPDT's dual-control entries (MSTHOLD, MSTAPPROVE, MSTPOST,
      * MSTEXPIRE) are counted the same way, one line per action.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-AUD-DUPLICATE            PIC 9(09) VALUE ZERO.
           05  WS-AUD-PRIORDUP             PIC 9(09) VALUE ZERO.
           05  WS-AUD-BACKEDOUT            PIC 9(09) VALUE ZERO.
           05  WS-AUD-ONLINE               PIC 9(09) VALUE ZERO.
           05  WS-AUD-HELD                 PIC 9(09) VALUE ZERO.
           05  WS-AUD-APPROVED             PIC 9(09) VALUE ZERO.
           05  WS-AUD-POSTED               PIC 9(09) VALUE ZERO.
           05  WS-AUD-EXPIRED              PIC 9(09) VALUE ZERO.
           05  WS-AUD-OTHER                PIC 9(09) VALUE ZERO.
           05  WS-AUD-AMOUNT-TOTAL         PIC S9(13)V99 VALUE ZERO.

               WHEN "BACKEDOUT"
                   ADD 1 TO WS-AUD-BACKEDOUT
                   PERFORM 1300-SUM-BEFORE-IMAGE
               WHEN "ONLADD"
               WHEN "ONLCHANGE"
               WHEN "ONLDELETE"
                   ADD 1 TO WS-AUD-ONLINE
               WHEN "MSTHOLD"
                   ADD 1 TO WS-AUD-HELD
               WHEN "MSTAPPROVE"
                   ADD 1 TO WS-AUD-APPROVED
               WHEN "MSTPOST"
                   ADD 1 TO WS-AUD-POSTED
               WHEN "MSTEXPIRE"
                   ADD 1 TO WS-AUD-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-AUD-OTHER
           END-EVALUATE.
           MOVE "  BACKEDOUT:" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-BACKEDOUT TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  ONLINE (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-ONLINE TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  HELD (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-HELD TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  APPROVED (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-APPROVED TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  POSTED (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-POSTED TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  EXPIRED (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-EXPIRED TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
           MOVE "  OTHER (NOT PROVEN):" TO WS-RPT-ACTION-CAPTION
           MOVE WS-AUD-OTHER TO WS-RPT-ACTION-COUNT
           PERFORM 8200-WRITE-ACTION-LINE
