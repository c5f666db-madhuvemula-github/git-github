           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
           EXEC SQL INCLUDE YDMSPCOR END-EXEC.
           EXEC SQL INCLUDE YDMSPLDG END-EXEC.
      *
      *  Cursor over the requested snapshot date, ordered the way the
      *  payroll interface expects to see distributor employees.
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 1060-WRITE-LEDGER-ROW THRU 1060-EXIT
           ADD 1 TO WS002-ROWS-EXTRACTED
           .
       1004-EXIT.
           .
       1050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1060-WRITE-LEDGER-ROW.
      *--------------------------------------------------------------*
      *  Record the record just written on the YDMSPLDG transmission
      *  ledger as sent under this cycle, so DNCB132A can prove it
      *  came back and DNCB161B can list it if it never does. The row
      *  is inserted in the run's unit of work - an aborted extract
      *  rolls its ledger rows back with it. An employee on two
      *  outlets of one distributor is sent twice under one ledger
      *  key; the duplicate insert is expected and the one row stands
      *  for both records.
           MOVE WS037-CYCLE-NB TO CYCLE-NB OF DCLYDMSPLDG
           MOVE PAYEXT-DISTRIBUTOR-ID TO DISTRIBUTOR-ID OF DCLYDMSPLDG
           MOVE PAYEXT-EMPLOYEE-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSPLDG
           EXEC SQL
              INSERT INTO "YDMSPLDG" (
                 "CYCLE_NB",
                 "DISTRIBUTOR_ID",
                 "EMPLOYEE_PARTY_ID",
                 "AS_OF_DTE",
                 "SENT_TMSP",
                 "STATUS_CD",
                 "STATUS_TMSP",
                 "REJECT_REASON_CD",
                 "FIRST_REJECT_DTE",
                 "RESEND_CYCLE_NB"
              ) VALUES (
                 :DCLYDMSPLDG.CYCLE-NB,
                 :DCLYDMSPLDG.DISTRIBUTOR-ID,
                 :DCLYDMSPLDG.EMPLOYEE-PARTY-ID,
                 :WS002-EXTRACT-AS-OF-DTE-X,
                 CURRENT TIMESTAMP,
                 'S',
                 CURRENT TIMESTAMP,
                 ' ',
                 NULL,
                 0
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1060-WRITE-LEDGER-ROW" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK AND NOT DBMS-DUPLICATE
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB127A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1060-WRITE-LEDGER-ROW" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
      *  As after the override lookup, leave the fetch loop's status
      *  as the fetch left it.
           SET DBMS-OK TO TRUE
           .
       1060-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-ASSIGN-CYCLE-NB.
      *--------------------------------------------------------------*
