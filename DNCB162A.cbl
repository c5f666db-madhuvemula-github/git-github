      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB162A.
       AUTHOR.        Jumar Solutions.
      *   Name: REPORT_PAYROLL_LEDGER
      *
      *   Weekly exception report over the YDMSPLDG payroll
      *   transmission ledger. Part one lists every record sent to
      *   payroll - by a DNCB127A full extract or a DNCB144A
      *   correction resend - whose cycle's return file has already
      *   been processed by DNCB132A without acknowledging it: sent,
      *   but never accepted or rejected. Records whose cycle has no
      *   return file yet are only counted - they are in transit, not
      *   lost. Part two ages every open reject from its first reject
      *   date into 0-7, 8-30 and over-30-day buckets by reject
      *   reason code, so a reject nobody is working stays visible
      *   after its PAYREJOT worklist has been overwritten.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The formatted ledger exception report.
           SELECT LDGRPT-FILE ASSIGN TO LDGRPTOT
               FILE STATUS IS WS036-LDGRPT-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LDGRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LDGRPT-LINE                       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS001-CONTROL-VARIABLES.
           05 WS-FLOW-CONTROL.
              10 WS-FLOW-TRNCD         PIC  X(8).
           05 WS-ESCAPE-MECHANISM.
              10 WS-ESC-CURRENT-LEVEL  PIC  99 COMP-3.
              10 WS-ESC-QUIT-LEVEL     PIC  99 COMP-3.
              10 WS-ESCAPE-LOOP-YN     PIC  X.
                 88 ESCAPE-LOOP         VALUE 'Y'.
                 88 STAY-IN-LOOP        VALUE 'N'.
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
      *  Ledger-report control fields - the last return cycle is read
      *  from the PAYRET row of YDMSPCYC; no row means no return file
      *  has ever been processed, so nothing can be overdue yet.
      *
       01  WS002-LEDGER-CONTROL.
           05 WS002-LAST-RETURN-CYCLE     PIC S9(9)V COMP-3 VALUE 0.
           05 WS002-IN-TRANSIT-CNT        PIC S9(9) COMP VALUE 0.
           05 WS002-UNACKED-LISTED        PIC  9(9) COMP-3 VALUE 0.
           05 WS002-OPEN-REJECTS          PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DAYS-OPEN             PIC S9(9) COMP VALUE 0.
           05 WS002-SENT-DTE              PIC  X(10) VALUE SPACES.
           05 WS002-PREV-REASON-CD        PIC  X(3) VALUE SPACES.
           05 WS002-REPORT-PART-SW        PIC  X VALUE '1'.
              88 WS002-PART-UNACKED         VALUE '1'.
              88 WS002-PART-REJECT-AGING    VALUE '2'.
       01  WS003-AGING-BUCKETS.
           05 WS003-RSN-0-7               PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RSN-8-30              PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RSN-OVER-30           PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RSN-TOTAL             PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RPT-0-7               PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RPT-8-30              PIC  9(9) COMP-3 VALUE 0.
           05 WS003-RPT-OVER-30           PIC  9(9) COMP-3 VALUE 0.
       01  WS011-ERROR-REPORTED.
           05 WS011-ERROR-ENCOUNTERED           PIC  X.
           05 WS011-ERROR-FUNC-NAME             PIC  X(8).
           05 WS011-ERROR-FUNC-ERRMSG           PIC  9(4).

       01  WS036-LDGRPT-CONTROL.
           05 WS036-LDGRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-LDGRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-LDGRPT-FILE-IS-OPEN  VALUE 'Y'.
      *
      *  Report control and line layouts.
      *
       01  WS044-REPORT-CONTROL.
           05 WS044-RUN-DATE              PIC 9(8) VALUE 0.
           05 WS044-PAGE-CNT              PIC 9(5) COMP-3 VALUE 0.
           05 WS044-LINE-CNT              PIC 9(3) COMP-3 VALUE 99.
       01  WS013-FUNCTION-WORKAREA.
           05 WS013-COBOL-TIMESTAMP           PIC  X(21).
       01  WS045-HDG1-LINE.
           05 FILLER                      PIC X(9) VALUE 'DNCB162A'.
           05 FILLER                      PIC X(40) VALUE
                 'DMS PAYROLL TRANSMISSION LEDGER'.
           05 WS045-HDG1-PART             PIC X(40).
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(12) VALUE SPACES.
       01  WS046-HDG2-UNACKED-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(12) VALUE 'CYCLE NB'.
           05 FILLER                      PIC X(13) VALUE
                 'DISTRIBUTOR'.
           05 FILLER                      PIC X(17) VALUE
                 'EMPLOYEE PARTY'.
           05 FILLER                      PIC X(12) VALUE 'AS OF DATE'.
           05 FILLER                      PIC X(10) VALUE 'STATUS'.
           05 FILLER                      PIC X(14) VALUE
                 'RESEND CYCLE'.
           05 FILLER                      PIC X(12) VALUE 'SENT DATE'.
           05 FILLER                      PIC X(9) VALUE 'DAYS OUT'.
           05 FILLER                      PIC X(32) VALUE SPACES.
       01  WS047-HDG2-AGING-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(16) VALUE
                 'REJECT REASON'.
           05 FILLER                      PIC X(12) VALUE '0-7 DAYS'.
           05 FILLER                      PIC X(12) VALUE '8-30 DAYS'.
           05 FILLER                      PIC X(12) VALUE 'OVER 30'.
           05 FILLER                      PIC X(12) VALUE 'TOTAL'.
           05 FILLER                      PIC X(67) VALUE SPACES.
       01  WS048-UNACKED-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-CYCLE-NB              PIC Z(8)9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS048-DISTRIBUTOR-ID        PIC X(8).
           05 FILLER                      PIC X(5) VALUE SPACES.
           05 WS048-EMPL-PARTY            PIC Z(14)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-AS-OF-DTE             PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-STATUS                PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-RESEND-CYCLE-NB       PIC Z(8)9.
           05 FILLER                      PIC X(5) VALUE SPACES.
           05 WS048-SENT-DTE              PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-DAYS-OUT              PIC ZZZZ9.
           05 FILLER                      PIC X(36) VALUE SPACES.
       01  WS049-AGING-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-REASON                PIC X(14).
           05 WS049-0-7                   PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-8-30                  PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-OVER-30               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-TOTAL                 PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(70) VALUE SPACES.
       01  WS051-MSG-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS051-MSG-TEXT              PIC X(50).
           05 WS051-MSG-CNT               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(70) VALUE SPACES.
       01  WS052-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS052-NONE-TEXT             PIC X(50).
           05 FILLER                      PIC X(79) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
           EXEC SQL INCLUDE YDMSPLDG END-EXEC.
      *
      *  Ledger rows still waiting on a cycle whose return file has
      *  been processed - sent under a full extract cycle, or resent
      *  under a correction cycle, and never stamped by the return.
           EXEC SQL DECLARE CRSR001_YDMSPLDG_UNACKED CURSOR FOR
              SELECT
                 "CYCLE_NB",
                 "DISTRIBUTOR_ID",
                 "EMPLOYEE_PARTY_ID",
                 "AS_OF_DTE",
                 "STATUS_CD",
                 "RESEND_CYCLE_NB",
                 DATE("STATUS_TMSP"),
                 DAYS(CURRENT DATE) - DAYS(DATE("STATUS_TMSP"))
              FROM "YDMSPLDG"
              WHERE ("STATUS_CD" = 'S' AND
                     "CYCLE_NB" <= :WS002-LAST-RETURN-CYCLE)
                 OR ("STATUS_CD" = 'C' AND
                     "RESEND_CYCLE_NB" <= :WS002-LAST-RETURN-CYCLE)
              ORDER BY "CYCLE_NB", "DISTRIBUTOR_ID",
                       "EMPLOYEE_PARTY_ID"
           END-EXEC.
      *
      *  Open rejects by reason code, each aged in days from the date
      *  it was first rejected.
           EXEC SQL DECLARE CRSR002_YDMSPLDG_REJECTS CURSOR FOR
              SELECT
                 "REJECT_REASON_CD",
                 DAYS(CURRENT DATE) - DAYS("FIRST_REJECT_DTE")
              FROM "YDMSPLDG"
              WHERE "STATUS_CD" = 'R'
              ORDER BY "REJECT_REASON_CD"
           END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
      *
      **************************************************
      *            PROCEDURE DIVISION                  *
      **************************************************
       PROCEDURE DIVISION USING LS-FLOW.
       0000-MODULE-ENTRY.
           PERFORM 0010-INITIALIZATION THRU 0010-EXIT
           PERFORM 0500-MAIN-LOGIC THRU 0500-EXIT
           PERFORM 9920-CLOSE-CURSORS THRU 9920-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           MOVE  "DNCB162A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "REPORT_PAYROLL_LEDGER" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT LDGRPT-FILE
           IF WS036-LDGRPT-FILE-STATUS = "00"
              SET WS036-LDGRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN LDGRPT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1000-GET-LAST-RETURN-CYCLE THRU 1000-EXIT
           PERFORM 1100-COUNT-IN-TRANSIT THRU 1100-EXIT
      *  Part one - sent, never acknowledged.
           SET WS002-PART-UNACKED TO TRUE
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 2100-PRINT-UNACKED-TOTAL THRU 2100-EXIT
      *  Part two - open rejects aged by reason code.
           SET WS002-PART-REJECT-AGING TO TRUE
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1011-OPEN-CURSOR THRU 1011-EXIT
           PERFORM 1013-READ-EACH THRU 1013-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-OPEN-REJECTS = 0
              MOVE "NO OPEN REJECTS ON THE LEDGER" TO WS052-NONE-TEXT
              MOVE WS052-NONE-LINE TO LDGRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ELSE
              PERFORM 2300-PRINT-REASON-LINE THRU 2300-EXIT
              PERFORM 2400-PRINT-AGING-TOTAL THRU 2400-EXIT
           END-IF
           MOVE WS002-UNACKED-LISTED TO LS-FLOW-CNT-PAY-UNACKED
           MOVE WS002-OPEN-REJECTS TO LS-FLOW-CNT-PAY-OPEN-REJ
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-GET-LAST-RETURN-CYCLE.
      *--------------------------------------------------------------*
           MOVE "PAYRET" TO INTFC-ID OF DCLYDMSPCYC
           EXEC SQL
              SELECT "LAST_CYCLE_NB"
              INTO :DCLYDMSPCYC.LAST-CYCLE-NB
              FROM "YDMSPCYC"
              WHERE "INTERFACE_ID" = :DCLYDMSPCYC.INTFC-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPCYC" TO WS-DBMS-TABLE-NAME
           MOVE "1000-GET-LAST-RETURN-CYCLE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE LAST-CYCLE-NB OF DCLYDMSPCYC TO
                WS002-LAST-RETURN-CYCLE
           WHEN 100
              MOVE 0 TO WS002-LAST-RETURN-CYCLE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-GET-LAST-RETURN-CYCLE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-COUNT-IN-TRANSIT.
      *--------------------------------------------------------------*
      *  Rows sent or resent under a cycle payroll has not returned
      *  yet - counted for the report, not listed.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-IN-TRANSIT-CNT
              FROM "YDMSPLDG"
              WHERE ("STATUS_CD" = 'S' AND
                     "CYCLE_NB" > :WS002-LAST-RETURN-CYCLE)
                 OR ("STATUS_CD" = 'C' AND
                     "RESEND_CYCLE_NB" > :WS002-LAST-RETURN-CYCLE)
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1100-COUNT-IN-TRANSIT" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1100-COUNT-IN-TRANSIT" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSPLDG_UNACKED
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSPLDG_UNACKED
           EXEC SQL FETCH CRSR001_YDMSPLDG_UNACKED INTO
              :DCLYDMSPLDG.CYCLE-NB,
              :DCLYDMSPLDG.DISTRIBUTOR-ID,
              :DCLYDMSPLDG.EMPLOYEE-PARTY-ID,
              :DCLYDMSPLDG.AS-OF-DTE,
              :DCLYDMSPLDG.STATUS-CD,
              :DCLYDMSPLDG.RESEND-CYCLE-NB,
              :WS002-SENT-DTE,
              :WS002-DAYS-OPEN
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1002-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       1002-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1003-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1002-FETCH-CURSOR-DATA THRU 1002-EXIT
           IF DBMS-OK
              PERFORM 2000-PRINT-UNACKED THRU 2000-EXIT
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       1011-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR002_YDMSPLDG_REJECTS
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1011-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1011-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1012-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR002_YDMSPLDG_REJECTS
           EXEC SQL FETCH CRSR002_YDMSPLDG_REJECTS INTO
              :DCLYDMSPLDG.REJECT-REASON-CD,
              :WS002-DAYS-OPEN
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPLDG" TO WS-DBMS-TABLE-NAME
           MOVE "1012-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       1012-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1013-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1012-FETCH-CURSOR-DATA THRU 1012-EXIT
           IF DBMS-OK
      *       A change of reason code closes the previous reason's
      *       line.
              IF WS002-OPEN-REJECTS > 0 AND
                 REJECT-REASON-CD OF DCLYDMSPLDG NOT =
                 WS002-PREV-REASON-CD
                 PERFORM 2300-PRINT-REASON-LINE THRU 2300-EXIT
              END-IF
              MOVE REJECT-REASON-CD OF DCLYDMSPLDG TO
                WS002-PREV-REASON-CD
              PERFORM 2200-AGE-REJECT THRU 2200-EXIT
           END-IF
           .
       1013-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2000-PRINT-UNACKED.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-UNACKED-LINE
           MOVE CYCLE-NB OF DCLYDMSPLDG TO WS048-CYCLE-NB
           MOVE DISTRIBUTOR-ID OF DCLYDMSPLDG TO WS048-DISTRIBUTOR-ID
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSPLDG TO WS048-EMPL-PARTY
           MOVE AS-OF-DTE OF DCLYDMSPLDG TO WS048-AS-OF-DTE
           IF PLDG-STATUS-RESENT
              MOVE "RESENT" TO WS048-STATUS
              MOVE RESEND-CYCLE-NB OF DCLYDMSPLDG TO
                WS048-RESEND-CYCLE-NB
           ELSE
              MOVE "SENT" TO WS048-STATUS
           END-IF
           MOVE WS002-SENT-DTE TO WS048-SENT-DTE
           MOVE WS002-DAYS-OPEN TO WS048-DAYS-OUT
           MOVE WS048-UNACKED-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-UNACKED-LISTED
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-PRINT-UNACKED-TOTAL.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 53
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           IF WS002-UNACKED-LISTED = 0
              MOVE "NO RETURNED CYCLE LEFT A RECORD UNACKNOWLEDGED"
                TO WS052-NONE-TEXT
              MOVE WS052-NONE-LINE TO LDGRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "SENT, NEVER ACKNOWLEDGED ..........:" TO
             WS051-MSG-TEXT
           MOVE WS002-UNACKED-LISTED TO WS051-MSG-CNT
           MOVE WS051-MSG-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "IN TRANSIT - CYCLE NOT RETURNED YET :" TO
             WS051-MSG-TEXT
           MOVE WS002-IN-TRANSIT-CNT TO WS051-MSG-CNT
           MOVE WS051-MSG-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-AGE-REJECT.
      *--------------------------------------------------------------*
           EVALUATE TRUE
           WHEN WS002-DAYS-OPEN NOT > 7
              ADD 1 TO WS003-RSN-0-7
           WHEN WS002-DAYS-OPEN NOT > 30
              ADD 1 TO WS003-RSN-8-30
           WHEN OTHER
              ADD 1 TO WS003-RSN-OVER-30
           END-EVALUATE
           ADD 1 TO WS003-RSN-TOTAL
           ADD 1 TO WS002-OPEN-REJECTS
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-PRINT-REASON-LINE.
      *--------------------------------------------------------------*
      *  Print one reason code's buckets and roll them into the
      *  report total.
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS049-AGING-LINE
           MOVE WS002-PREV-REASON-CD TO WS049-REASON
           MOVE WS003-RSN-0-7 TO WS049-0-7
           MOVE WS003-RSN-8-30 TO WS049-8-30
           MOVE WS003-RSN-OVER-30 TO WS049-OVER-30
           MOVE WS003-RSN-TOTAL TO WS049-TOTAL
           MOVE WS049-AGING-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD WS003-RSN-0-7 TO WS003-RPT-0-7
           ADD WS003-RSN-8-30 TO WS003-RPT-8-30
           ADD WS003-RSN-OVER-30 TO WS003-RPT-OVER-30
           MOVE 0 TO WS003-RSN-0-7
           MOVE 0 TO WS003-RSN-8-30
           MOVE 0 TO WS003-RSN-OVER-30
           MOVE 0 TO WS003-RSN-TOTAL
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-PRINT-AGING-TOTAL.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 54
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS049-AGING-LINE
           MOVE "ALL REASONS" TO WS049-REASON
           MOVE WS003-RPT-0-7 TO WS049-0-7
           MOVE WS003-RPT-8-30 TO WS049-8-30
           MOVE WS003-RPT-OVER-30 TO WS049-OVER-30
           MOVE WS002-OPEN-REJECTS TO WS049-TOTAL
           MOVE WS049-AGING-LINE TO LDGRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE LDGRPT-LINE AFTER ADVANCING 1 LINE
           IF WS036-LDGRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE LDGRPT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           ADD 1 TO WS044-LINE-CNT
           .
       2510-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2520-WRITE-PAGE-HEADINGS.
      *--------------------------------------------------------------*
           ADD 1 TO WS044-PAGE-CNT
           IF WS002-PART-UNACKED
              MOVE "- SENT, NEVER ACKNOWLEDGED" TO WS045-HDG1-PART
           ELSE
              MOVE "- OPEN REJECT AGING BY REASON" TO WS045-HDG1-PART
           END-IF
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO LDGRPT-LINE
           WRITE LDGRPT-LINE AFTER ADVANCING PAGE
           IF WS002-PART-UNACKED
              MOVE WS046-HDG2-UNACKED-LINE TO LDGRPT-LINE
           ELSE
              MOVE WS047-HDG2-AGING-LINE TO LDGRPT-LINE
           END-IF
           WRITE LDGRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO LDGRPT-LINE
           WRITE LDGRPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS044-LINE-CNT
           .
       2520-EXIT.
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
       9920-CLOSE-CURSORS.
      *--------------------------------------------------------------*
           EXEC SQL CLOSE CRSR001_YDMSPLDG_UNACKED
           END-EXEC
           EXEC SQL CLOSE CRSR002_YDMSPLDG_REJECTS
           END-EXEC
           IF WS036-LDGRPT-FILE-IS-OPEN
              CLOSE LDGRPT-FILE
              MOVE "N" TO WS036-LDGRPT-FILE-OPEN-SW
           END-IF
           .
       9920-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9990-ABORT.
      * NOTE We come here when functions etc are unsuccessful and for
      *   requests to ABEND
      *    Handle ABORT request
           IF LS-FLOW-ERROR-PROG-NAME = SPACES
              MOVE "DNCB162A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
