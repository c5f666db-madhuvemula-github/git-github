      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB160A.
       AUTHOR.        Jumar Solutions.
      *   Name: LIST_FULL_SSN_ACCESS_LOG
      *
      *   Lists the YDMSSACL full-SSN access log for a caller-supplied
      *   date range - one user, or every user - in user and
      *   timestamp order: who saw or searched by a full SSN, when,
      *   for which employee, through which screen and for what
      *   reason. Each user closes with a total of unmasked views and
      *   SSN searches, and the report closes with a grand total, so
      *   the privacy officer's "who has been looking at SSNs" is a
      *   report instead of a query.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The formatted access-log report.
           SELECT ACCRPT-FILE ASSIGN TO ACCRPTOT
               FILE STATUS IS WS036-ACCRPT-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCRPT-LINE                       PIC X(132).
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
      *  Access-listing control fields - the date range and user are
      *  received from DNCB159B via LS-FLOW-PARMS; an unset date
      *  boundary defaults to the open end of the table, a blank
      *  user lists every user.
      *
       01  WS002-ACCESS-CONTROL.
           05 WS002-HIST-FROM-DTE         PIC  9(8).
           05 WS002-HIST-FROM-DTE-X       PIC  X(10)
                 VALUE '0001-01-01'.
           05 WS002-HIST-TO-DTE           PIC  9(8).
           05 WS002-HIST-TO-DTE-X         PIC  X(10)
                 VALUE '9999-12-31'.
           05 WS002-USER-ID               PIC  X(8) VALUE SPACES.
           05 WS002-USER-SW               PIC  X VALUE 'N'.
              88 WS002-ONE-USER-ONLY        VALUE 'Y'.
           05 WS002-PREV-USER-ID          PIC  X(8) VALUE SPACES.
           05 WS002-ACCESSES-LISTED       PIC  9(9) COMP-3 VALUE 0.
           05 WS002-USER-VIEWS            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-USER-SEARCHES         PIC  9(9) COMP-3 VALUE 0.
           05 WS002-USER-TOTAL            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-RPT-VIEWS             PIC  9(9) COMP-3 VALUE 0.
           05 WS002-RPT-SEARCHES          PIC  9(9) COMP-3 VALUE 0.
       01  WS030-FUNCTION-WORKAREA.
           05 WS-PGM-JSFORMDT                 PIC  X(08)
                 VALUE 'JSFORMDT'.
           05 WS030-DT-T-TS-INPUT.
              10 WS030-DT-T-TS-INPUT-VAL      PIC  X(26).
              10 WS030-COBOL-DB2-IND          PIC  X.
           05 WS030-DT-T-TS-OUTPUT.
              10 WS030-DT-T-TS-OUTPUT-VAL     PIC  X(26).
       01  WS011-ERROR-REPORTED.
           05 WS011-ERROR-ENCOUNTERED           PIC  X.
           05 WS011-ERROR-FUNC-NAME             PIC  X(8).
           05 WS011-ERROR-FUNC-ERRMSG           PIC  9(4).

       01  WS036-ACCRPT-CONTROL.
           05 WS036-ACCRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-ACCRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-ACCRPT-FILE-IS-OPEN  VALUE 'Y'.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB160A'.
           05 FILLER                      PIC X(30) VALUE
                 'DMS FULL-SSN ACCESS LOG'.
           05 FILLER                      PIC X(6) VALUE 'FROM:'.
           05 WS045-HDG1-FROM-DTE         PIC 9(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(4) VALUE 'TO:'.
           05 WS045-HDG1-TO-DTE           PIC 9(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(6) VALUE 'USER:'.
           05 WS045-HDG1-USER-ID          PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(16) VALUE SPACES.
       01  WS046-HDG2-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'USER ID'.
           05 FILLER                      PIC X(28) VALUE
                 'ACCESS TIMESTAMP'.
           05 FILLER                      PIC X(17) VALUE
                 'EMPLOYEE PARTY'.
           05 FILLER                      PIC X(10) VALUE 'SCREEN'.
           05 FILLER                      PIC X(16) VALUE 'ACCESS TYPE'.
           05 FILLER                      PIC X(6) VALUE 'REASON'.
           05 FILLER                      PIC X(44) VALUE SPACES.
       01  WS048-ACCESS-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-USER-ID               PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-ACCESS-TMSP           PIC X(26).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-EMPL-PARTY            PIC Z(14)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SCREEN-ID             PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-ACCESS-TYPE           PIC X(14).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-REASON-CD             PIC X(2).
           05 FILLER                      PIC X(48) VALUE SPACES.
       01  WS049-TOTAL-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-TOTAL-LABEL           PIC X(26).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(7) VALUE 'VIEWS:'.
           05 WS049-VIEWS                 PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'SEARCHES:'.
           05 WS049-SEARCHES              PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(7) VALUE 'TOTAL:'.
           05 WS049-TOTAL                 PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(46) VALUE SPACES.
       01  WS051-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(40) VALUE
                 'NO FULL-SSN ACCESSES LOGGED IN RANGE'.
           05 FILLER                      PIC X(89) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSSACL END-EXEC.
      *
      *  Accesses in user, then timestamp, order across the requested
      *  range - the user switch collapses the user predicate when
      *  every user is wanted.
           EXEC SQL DECLARE CRSR001_YDMSSACL_LIST CURSOR FOR
              SELECT
                 "USER_ID",
                 "ACCESS_TMSP",
                 "EMPLOYEE_PARTY_ID",
                 "SCREEN_ID",
                 "ACCESS_TYPE_CD",
                 "REASON_CD"
              FROM "YDMSSACL"
              WHERE DATE("ACCESS_TMSP") >= :WS002-HIST-FROM-DTE-X
                AND DATE("ACCESS_TMSP") <= :WS002-HIST-TO-DTE-X
                AND (:WS002-USER-SW = 'N' OR
                     "USER_ID" = :WS002-USER-ID)
              ORDER BY "USER_ID", "ACCESS_TMSP"
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
           MOVE  "DNCB160A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "LIST_FULL_SSN_ACCESS_LOG" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-HIST-FROM-DTE TO WS002-HIST-FROM-DTE
           MOVE LS-FLOW-PARM-HIST-TO-DTE TO WS002-HIST-TO-DTE
           MOVE LS-FLOW-PARM-ACCESS-USER-ID TO WS002-USER-ID
           IF WS002-USER-ID = SPACES
              MOVE "N" TO WS002-USER-SW
           ELSE
              MOVE "Y" TO WS002-USER-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT ACCRPT-FILE
           IF WS036-ACCRPT-FILE-STATUS = "00"
              SET WS036-ACCRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN ACCRPT-FILE" TO
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
           PERFORM 1000-FORMAT-RANGE-DATES THRU 1000-EXIT
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-ACCESSES-LISTED = 0
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
              MOVE WS051-NONE-LINE TO ACCRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ELSE
              PERFORM 2100-PRINT-USER-TOTAL THRU 2100-EXIT
              PERFORM 2200-PRINT-REPORT-TOTAL THRU 2200-EXIT
           END-IF
           MOVE WS002-ACCESSES-LISTED TO LS-FLOW-CNT-SSN-ACCESS
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FORMAT-RANGE-DATES.
      *--------------------------------------------------------------*
      *  Convert whichever range boundaries were supplied into the
      *  ISO form DB2 expects - an unset boundary keeps its open-end
      *  default.
           IF WS002-HIST-FROM-DTE NOT = 0
              INITIALIZE WS030-DT-T-TS-INPUT
              MOVE "C" TO WS030-COBOL-DB2-IND
              MOVE WS002-HIST-FROM-DTE TO WS030-DT-T-TS-INPUT-VAL
              CALL WS-PGM-JSFORMDT USING
                              WS030-DT-T-TS-INPUT
                              WS030-DT-T-TS-OUTPUT
                              WS011-ERROR-REPORTED
              IF WS011-ERROR-ENCOUNTERED NOT = SPACES
                 MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
                 MOVE "1000-FORMAT-RANGE-DATES" TO
                   LS-FLOW-ERROR-PARA-NAME
                 MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
                 SET LS-FLOW-EXEC-ERROR TO TRUE
                 PERFORM 9990-ABORT THRU 9990-EXIT
              ELSE
                 MOVE WS030-DT-T-TS-OUTPUT(1:10) TO
                   WS002-HIST-FROM-DTE-X
              END-IF
           END-IF
           IF WS002-HIST-TO-DTE NOT = 0
              INITIALIZE WS030-DT-T-TS-INPUT
              MOVE "C" TO WS030-COBOL-DB2-IND
              MOVE WS002-HIST-TO-DTE TO WS030-DT-T-TS-INPUT-VAL
              CALL WS-PGM-JSFORMDT USING
                              WS030-DT-T-TS-INPUT
                              WS030-DT-T-TS-OUTPUT
                              WS011-ERROR-REPORTED
              IF WS011-ERROR-ENCOUNTERED NOT = SPACES
                 MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
                 MOVE "1000-FORMAT-RANGE-DATES" TO
                   LS-FLOW-ERROR-PARA-NAME
                 MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
                 SET LS-FLOW-EXEC-ERROR TO TRUE
                 PERFORM 9990-ABORT THRU 9990-EXIT
              ELSE
                 MOVE WS030-DT-T-TS-OUTPUT(1:10) TO
                   WS002-HIST-TO-DTE-X
              END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSSACL_LIST
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSSACL_LIST
           EXEC SQL FETCH CRSR001_YDMSSACL_LIST INTO
              :DCLYDMSSACL.USER-ID,
              :DCLYDMSSACL.ACCESS-TMSP,
              :DCLYDMSSACL.EMPLOYEE-PARTY-ID,
              :DCLYDMSSACL.SCREEN-ID,
              :DCLYDMSSACL.ACCESS-TYPE-CD,
              :DCLYDMSSACL.REASON-CD
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSSACL" TO WS-DBMS-TABLE-NAME
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
      *       A change of user closes the previous user's block.
              IF WS002-ACCESSES-LISTED > 0 AND
                 USER-ID OF DCLYDMSSACL NOT = WS002-PREV-USER-ID
                 PERFORM 2100-PRINT-USER-TOTAL THRU 2100-EXIT
              END-IF
              MOVE USER-ID OF DCLYDMSSACL TO WS002-PREV-USER-ID
              PERFORM 2000-PRINT-ACCESS THRU 2000-EXIT
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2000-PRINT-ACCESS.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-ACCESS-LINE
           MOVE USER-ID OF DCLYDMSSACL TO WS048-USER-ID
           MOVE ACCESS-TMSP OF DCLYDMSSACL TO WS048-ACCESS-TMSP
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSSACL TO WS048-EMPL-PARTY
           MOVE SCREEN-ID OF DCLYDMSSACL TO WS048-SCREEN-ID
           EVALUATE TRUE
           WHEN SACL-UNMASKED-VIEW
              MOVE "UNMASKED VIEW" TO WS048-ACCESS-TYPE
              ADD 1 TO WS002-USER-VIEWS
           WHEN SACL-FULL-SSN-SEARCH
              MOVE "SSN SEARCH" TO WS048-ACCESS-TYPE
              ADD 1 TO WS002-USER-SEARCHES
           WHEN OTHER
              MOVE ACCESS-TYPE-CD OF DCLYDMSSACL TO WS048-ACCESS-TYPE
           END-EVALUATE
           MOVE REASON-CD OF DCLYDMSSACL TO WS048-REASON-CD
           MOVE WS048-ACCESS-LINE TO ACCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-USER-TOTAL
           ADD 1 TO WS002-ACCESSES-LISTED
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-PRINT-USER-TOTAL.
      *--------------------------------------------------------------*
      *  Close one user's block and roll its counts into the report
      *  total - the total and its spacing line are kept together.
           IF WS044-LINE-CNT > 54
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS049-TOTAL-LINE
           MOVE SPACES TO WS049-TOTAL-LABEL
           STRING "TOTAL FOR USER " DELIMITED BY SIZE
                  WS002-PREV-USER-ID DELIMITED BY SPACE
             INTO WS049-TOTAL-LABEL
           MOVE WS002-USER-VIEWS TO WS049-VIEWS
           MOVE WS002-USER-SEARCHES TO WS049-SEARCHES
           MOVE WS002-USER-TOTAL TO WS049-TOTAL
           MOVE WS049-TOTAL-LINE TO ACCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO ACCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD WS002-USER-VIEWS TO WS002-RPT-VIEWS
           ADD WS002-USER-SEARCHES TO WS002-RPT-SEARCHES
           MOVE 0 TO WS002-USER-VIEWS
           MOVE 0 TO WS002-USER-SEARCHES
           MOVE 0 TO WS002-USER-TOTAL
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-PRINT-REPORT-TOTAL.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS049-TOTAL-LINE
           MOVE "TOTAL FOR REPORT" TO WS049-TOTAL-LABEL
           MOVE WS002-RPT-VIEWS TO WS049-VIEWS
           MOVE WS002-RPT-SEARCHES TO WS049-SEARCHES
           MOVE WS002-ACCESSES-LISTED TO WS049-TOTAL
           MOVE WS049-TOTAL-LINE TO ACCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE ACCRPT-LINE AFTER ADVANCING 1 LINE
           IF WS036-ACCRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE ACCRPT-FILE" TO
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
           MOVE WS002-HIST-FROM-DTE TO WS045-HDG1-FROM-DTE
           MOVE WS002-HIST-TO-DTE TO WS045-HDG1-TO-DTE
           IF WS002-ONE-USER-ONLY
              MOVE WS002-USER-ID TO WS045-HDG1-USER-ID
           ELSE
              MOVE "ALL" TO WS045-HDG1-USER-ID
           END-IF
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO ACCRPT-LINE
           WRITE ACCRPT-LINE AFTER ADVANCING PAGE
           MOVE WS046-HDG2-LINE TO ACCRPT-LINE
           WRITE ACCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO ACCRPT-LINE
           WRITE ACCRPT-LINE AFTER ADVANCING 1 LINE
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
           EXEC SQL CLOSE CRSR001_YDMSSACL_LIST
           END-EXEC
           IF WS036-ACCRPT-FILE-IS-OPEN
              CLOSE ACCRPT-FILE
              MOVE "N" TO WS036-ACCRPT-FILE-OPEN-SW
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
              MOVE "DNCB160A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
