      *   the next full extract of the AS_OF_DTE. Worklist records
      *   flagged unmatched, and matched records whose snapshot row
      *   has since been purged, are counted and skipped rather than
      *   sent half-empty. Each record resent stamps its rejected
      *   row on the YDMSPLDG transmission ledger resent under this
      *   run's cycle, for DNCB132A to stamp accepted or rejected
      *   again when that cycle's return arrives.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
           EXEC SQL INCLUDE YDMSPCOR END-EXEC.
           EXEC SQL INCLUDE YDMSPLDG END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 1460-STAMP-LEDGER-RESENT THRU 1460-EXIT
           ADD 1 TO WS002-CNT-RESENT
           .
       1400-EXIT.
           .
       1450-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1460-STAMP-LEDGER-RESENT.
      *--------------------------------------------------------------*
      *  Move the rejected YDMSPLDG ledger row for the record to
      *  resent under this run's cycle number - the return for that
      *  cycle is what stamps it accepted, or rejected again. The
      *  row keeps its original cycle and first reject date. A reject
      *  from a transmission sent before the ledger was kept has no
      *  row to stamp.
           MOVE WS038-CYCLE-NB TO RESEND-CYCLE-NB OF DCLYDMSPLDG
           MOVE PAYREJ-DISTRIBUTOR-ID TO DISTRIBUTOR-ID OF DCLYDMSPLDG
           MOVE PAYREJ-EMPLOYEE-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSPLDG
           EXEC SQL
              UPDATE "YDMSPLDG"
              SET "STATUS_CD" = 'C',
                  "STATUS_TMSP" = CURRENT TIMESTAMP,
                  "RESEND_CYCLE_NB" = :DCLYDMSPLDG.RESEND-CYCLE-NB
              WHERE "DISTRIBUTOR_ID" = :DCLYDMSPLDG.DISTRIBUTOR-ID
                AND "EMPLOYEE_PARTY_ID" =
                    :DCLYDMSPLDG.EMPLOYEE-PARTY-ID
                AND "AS_OF_DTE" = :WS002-REJ-AS-OF-DTE-X
                AND "STATUS_CD" = 'R'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1460-STAMP-LEDGER-RESENT" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK AND NOT DBMS-END-OF-SET
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB144A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1460-STAMP-LEDGER-RESENT" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1460-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-ASSIGN-CYCLE-NB.
      *--------------------------------------------------------------*
