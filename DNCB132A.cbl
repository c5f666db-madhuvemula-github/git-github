      *   for correction. Rejects that no longer match a snapshot row
      *   are written to the worklist flagged unmatched rather than
      *   dropped, so a record lost between the two systems stays
      *   visible. Every return record also stamps its row on the
      *   YDMSPLDG transmission ledger accepted or rejected, so what
      *   was sent and never came back stays provable after the
      *   worklist itself is gone.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
           EXEC SQL INCLUDE YDMSPLDG END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
              CONTINUE
           WHEN PAYRET-STATUS-ACCEPTED
              ADD 1 TO WS002-CNT-ACCEPTED
              PERFORM 1400-STAMP-LEDGER THRU 1400-EXIT
           WHEN PAYRET-STATUS-REJECTED
              ADD 1 TO WS002-CNT-REJECTED
              PERFORM 1300-MATCH-AND-WRITE-REJECT THRU 1300-EXIT
              PERFORM 1400-STAMP-LEDGER THRU 1400-EXIT
           WHEN OTHER
              MOVE "DNCB132A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1200-EACH-RETURN-RECORD" TO
           .
       1310-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1400-STAMP-LEDGER.
      *--------------------------------------------------------------*
      *  Stamp the YDMSPLDG ledger row the return record answers. The
      *  return header echoes the outbound cycle number, which is the
      *  row's own cycle for a full extract and its resend cycle for
      *  a DNCB144A correction. A reject keeps its first reject date
      *  through any later resend and re-reject, so reject aging runs
      *  from the original failure. A return record with no ledger row
      *  answers a transmission sent before the ledger was kept and
      *  only needs the counting already done.
           PERFORM 1310-FORMAT-RETURN-DATE THRU 1310-EXIT
           MOVE WS038-HDR-CYCLE-NB TO CYCLE-NB OF DCLYDMSPLDG
           MOVE PAYRET-DISTRIBUTOR-ID TO DISTRIBUTOR-ID OF DCLYDMSPLDG
           MOVE PAYRET-EMPLOYEE-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSPLDG
           IF PAYRET-STATUS-ACCEPTED
              EXEC SQL
                 UPDATE "YDMSPLDG"
                 SET "STATUS_CD" = 'A',
                     "STATUS_TMSP" = CURRENT TIMESTAMP
                 WHERE "DISTRIBUTOR_ID" =
                       :DCLYDMSPLDG.DISTRIBUTOR-ID
                   AND "EMPLOYEE_PARTY_ID" =
                       :DCLYDMSPLDG.EMPLOYEE-PARTY-ID
                   AND "AS_OF_DTE" = :WS002-RET-AS-OF-DTE-X
                   AND ("CYCLE_NB" = :DCLYDMSPLDG.CYCLE-NB OR
                        "RESEND_CYCLE_NB" = :DCLYDMSPLDG.CYCLE-NB)
              END-EXEC
           ELSE
              MOVE PAYRET-REJECT-REASON-CD TO
                REJECT-REASON-CD OF DCLYDMSPLDG
              EXEC SQL
                 UPDATE "YDMSPLDG"
                 SET "STATUS_CD" = 'R',
                     "STATUS_TMSP" = CURRENT TIMESTAMP,
                     "REJECT_REASON_CD" =
                        :DCLYDMSPLDG.REJECT-REASON-CD,
                     "FIRST_REJECT_DTE" =
                        COALESCE("FIRST_REJECT_DTE", CURRENT DATE)
                 WHERE "DISTRIBUTOR_ID" =
                       :DCLYDMSPLDG.DISTRIBUTOR-ID
                   AND "EMPLOYEE_PARTY_ID" =
                       :DCLYDMSPLDG.EMPLOYEE-PARTY-ID
                   AND "AS_OF_DTE" = :WS002-RET-AS-OF-DTE-X
                   AND ("CYCLE_NB" = :DCLYDMSPLDG.CYCLE-NB OR
                        "RESEND_CYCLE_NB" = :DCLYDMSPLDG.CYCLE-NB)
              END-EXEC
           END-IF
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1400-STAMP-LEDGER" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK AND NOT DBMS-END-OF-SET
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB132A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1400-STAMP-LEDGER" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1900-SAVE-CYCLE-NB.
      *--------------------------------------------------------------*
