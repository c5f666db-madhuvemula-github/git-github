      *--------------------------------------------------------------*
      *  The latest ended run of the prerequisite program must have
      *  finished NORMAL - a ROLLBACK there means the snapshot the
      *  caller is about to use was never completed, and a BACKOUT
      *  means DNCB176B took a load's date back off YDMSEMDN and the
      *  load has not been rerun since. A REINSTAT is DNCB176B
      *  putting a backed-out date back exactly as the load left it,
      *  so it counts as good as the NORMAL run it restores.
           EXEC SQL
              SELECT "RUN_STATUS"
              INTO :WS002-LAST-RUN-STATUS
           EVALUATE SQLCODE
           WHEN 0
              IF WS002-LAST-RUN-STATUS NOT = "NORMAL"
                 AND WS002-LAST-RUN-STATUS NOT = "REINSTAT"
                 SET LS-RPREQ-LAST-RUN-BAD TO TRUE
              END-IF
           WHEN 100
