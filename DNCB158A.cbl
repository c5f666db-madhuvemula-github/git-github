      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB158A.
       AUTHOR.        Jumar Solutions.
      *   Name: CONTROL_FULL_SSN_ACCESS
      *
      *   Common full-SSN access control called by every online
      *   action block that shows a SOCIAL_SECURITY_NB (DNCB135A,
      *   DNCB145A). The role check answers whether the signed-on
      *   user holds an active SSNFULL role on YDMSUROL - without it
      *   a screen shows the last four digits only. The log call
      *   writes one YDMSSACL row - user, DB2 timestamp, employee,
      *   screen, access type and reason - for every full SSN shown
      *   and every search made by full SSN, so "who saw this
      *   person's SSN, and why" is answerable from DNCB159B.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WS001-CONTROL-VARIABLES.
           05 WS-FLOW-CONTROL.
              10 WS-FLOW-TRNCD         PIC  X(8).
           05 WS-PGM-JSCDBERR          PIC  X(8) VALUE 'JSCDBERR'.
      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   DBMS RESPONSE AREA                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       COPY JSDBMSRW.
       01  WS-DSN-ERROR-MESSAGE.
           05 WS-DSN-ERROR-LEN   PIC S9(4) COMP VALUE 720.
           05 WS-DSN-ERROR-TEXT  PIC  X(72)  OCCURS 10 TIMES.
       77  WS-DSN-ERROR-TEXT-LEN PIC S9(9) COMP VALUE +72.
      *
       01  WS002-ACCESS-CONTROL.
           05 WS002-ROLE-CNT              PIC S9(9) COMP VALUE 0.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSUROL END-EXEC.
           EXEC SQL INCLUDE YDMSSACL END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
       COPY JSSSNACC.
      *
      **************************************************
      *            PROCEDURE DIVISION                  *
      **************************************************
       PROCEDURE DIVISION USING LS-FLOW LS-SSNACC.
       0000-MODULE-ENTRY.
           PERFORM 0010-INITIALIZATION THRU 0010-EXIT
           PERFORM 0500-MAIN-LOGIC THRU 0500-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           MOVE  "DNCB158A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "CONTROL_FULL_SSN_ACCESS" TO LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           EVALUATE TRUE
           WHEN LS-SSNACC-FUNC-CHECK-ROLE
              PERFORM 1000-CHECK-FULL-SSN-ROLE THRU 1000-EXIT
           WHEN LS-SSNACC-FUNC-LOG-ACCESS
              PERFORM 2000-WRITE-ACCESS-LOG THRU 2000-EXIT
           WHEN OTHER
              MOVE "DNCB158A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "INVALID SSN ACCESS FUNCTION CODE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-CHECK-FULL-SSN-ROLE.
      *--------------------------------------------------------------*
      *  A user with no user id, or with no active SSNFULL row, does
      *  not hold the role - the screen stays masked.
           SET LS-SSNACC-ROLE-NOT-HELD TO TRUE
           IF LS-SSNACC-USER-ID = SPACES
              GO TO 1000-EXIT
           END-IF
           MOVE LS-SSNACC-USER-ID TO USER-ID OF DCLYDMSUROL
           SET UROL-ROLE-FULL-SSN TO TRUE
           MOVE 0 TO WS002-ROLE-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-ROLE-CNT
              FROM "YDMSUROL"
              WHERE "USER_ID"   = :DCLYDMSUROL.USER-ID
                AND "ROLE_CD"   = :DCLYDMSUROL.ROLE-CD
                AND "STATUS_CD" = 'A'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSUROL" TO WS-DBMS-TABLE-NAME
           MOVE "1000-CHECK-FULL-SSN-ROLE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB158A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-CHECK-FULL-SSN-ROLE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-ROLE-CNT > 0
              SET LS-SSNACC-ROLE-HELD TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-WRITE-ACCESS-LOG.
      *--------------------------------------------------------------*
      *  The log row is written in the caller's unit of work, so it
      *  is committed or backed out with the screen transaction that
      *  showed the SSN.
           MOVE LS-SSNACC-USER-ID TO USER-ID OF DCLYDMSSACL
           MOVE LS-SSNACC-EMPL-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSSACL
           MOVE LS-SSNACC-SCREEN-ID TO SCREEN-ID OF DCLYDMSSACL
           MOVE LS-SSNACC-ACCESS-TYPE-CD TO
             ACCESS-TYPE-CD OF DCLYDMSSACL
           MOVE LS-SSNACC-REASON-CD TO REASON-CD OF DCLYDMSSACL
           EXEC SQL
              INSERT INTO "YDMSSACL" (
                 "USER_ID",
                 "ACCESS_TMSP",
                 "EMPLOYEE_PARTY_ID",
                 "SCREEN_ID",
                 "ACCESS_TYPE_CD",
                 "REASON_CD"
              ) VALUES (
                 :DCLYDMSSACL.USER-ID,
                 CURRENT TIMESTAMP,
                 :DCLYDMSSACL.EMPLOYEE-PARTY-ID,
                 :DCLYDMSSACL.SCREEN-ID,
                 :DCLYDMSSACL.ACCESS-TYPE-CD,
                 :DCLYDMSSACL.REASON-CD
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSSACL" TO WS-DBMS-TABLE-NAME
           MOVE "2000-WRITE-ACCESS-LOG" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB158A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-WRITE-ACCESS-LOG" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9250-SAVE-DBMS-INFO.
      *--------------------------------------------------------------*
      ******************************************************************
      *                                                                *
      *  FUNCTION: SAVES THE DBMS STATUS INFO IN CUSTOMISED FORM       *
      *                                                                *
      ******************************************************************
           MOVE SQLCODE TO WS-DBMS-SQLCODE
           EVALUATE WS-DBMS-SQLCODE
           WHEN 0
              SET DBMS-OK TO TRUE
           WHEN 100
              SET DBMS-END-OF-SET TO TRUE
           WHEN -913 WHEN -911
              SET DBMS-TIMEOUT-DEADLOCK TO TRUE
           WHEN -803
              SET DBMS-DUPLICATE TO TRUE
           WHEN OTHER
              SET DBMS-ERROR TO TRUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
       9250-EXIT.
      *--------------------------------------------------------------*
           EXIT.
      *--------------------------------------------------------------*
       9990-ABORT.
      * NOTE We come here when functions etc are unsuccessful and for
      *   requests to ABEND
      *    Handle ABORT request
           IF LS-FLOW-ERROR-PROG-NAME = SPACES
              MOVE "DNCB158A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
