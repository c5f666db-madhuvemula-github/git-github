      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB164A.
       AUTHOR.        Jumar Solutions.
      *   Name: REPORT_QUARTERLY_TURNOVER
      *
      *   Workforce statistics for one calendar quarter, one block
      *   per DISTRIBUTOR_ID and a company total at the end - the
      *   opening and closing active headcount, hires and
      *   terminations in the quarter, annualized turnover, average
      *   and median tenure, and an age-band distribution of the
      *   closing headcount. Every statistic is drawn from the
      *   snapshot dates that fall inside the quarter, read from the
      *   live YDMSEMDN snapshots and the YDMSEMDA archive together,
      *   so a quarter that has already been archived reports the
      *   same as one still live.
      *
      *   Opening headcount is taken from the first snapshot in the
      *   quarter and closing headcount from the last. Active means
      *   EXP_DTE on or after the snapshot's AS_OF_DTE. A hire is an
      *   employee whose EFF_DTE falls between the quarter start and
      *   the closing snapshot and who was not active on the opening
      *   snapshot; a termination is an employee whose EXP_DTE falls
      *   in that span and who is not active on the closing snapshot
      *   - so a move between outlets, or (on the company total)
      *   between distributors, is neither a hire nor a termination.
      *   Turnover is terminations over the average of opening and
      *   closing headcount, times four to annualize the quarter.
      *   Tenure runs from the employee's earliest EFF_DTE on the
      *   closing snapshot, and age from BIRTH_DTE, both to the
      *   closing snapshot date.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The formatted turnover and tenure report.
           SELECT TRNRPT-FILE ASSIGN TO TRNRPTOT
               FILE STATUS IS WS036-TRNRPT-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRNRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRNRPT-LINE                       PIC X(132).
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
      *  Quarter control fields - the quarter's first and last dates
      *  are received from DNCB163B via LS-FLOW-PARMS; the opening
      *  and closing snapshot dates are the first and last AS_OF_DTE
      *  found inside it.
      *
       01  WS002-QUARTER-CONTROL.
           05 WS002-QTR-FROM-DTE          PIC  9(8).
           05 WS002-QTR-FROM-R REDEFINES WS002-QTR-FROM-DTE.
              10 WS002-QTR-YEAR           PIC  9(4).
              10 WS002-QTR-MONTH          PIC  9(2).
              10 FILLER                   PIC  9(2).
           05 WS002-QTR-TO-DTE            PIC  9(8).
           05 WS002-QTR-NB                PIC  9(1).
           05 WS002-QTR-FROM-DTE-X        PIC  X(10).
           05 WS002-QTR-TO-DTE-X          PIC  X(10).
           05 WS002-OPEN-DTE-X            PIC  X(10) VALUE SPACES.
           05 WS002-OPEN-DTE-IND          PIC S9(4) COMP VALUE 0.
           05 WS002-CLOSE-DTE-X           PIC  X(10) VALUE SPACES.
           05 WS002-CLOSE-DTE-IND         PIC S9(4) COMP VALUE 0.
           05 WS002-SNAP-CNT              PIC S9(9) COMP VALUE 0.
           05 WS002-DIST-SW               PIC  X VALUE 'Y'.
              88 WS002-ONE-DISTRIBUTOR      VALUE 'Y'.
              88 WS002-COMPANY-TOTAL        VALUE 'N'.
           05 WS002-DIST-ID               PIC  X(8) VALUE SPACES.
           05 WS002-DISTS-REPORTED        PIC  9(9) COMP-3 VALUE 0.
      *
      *  Statistics for the block being built - one distributor, or
      *  the company.
      *
       01  WS003-BLOCK-STATISTICS.
           05 WS003-OPEN-CNT              PIC S9(9) COMP VALUE 0.
           05 WS003-CLOSE-CNT             PIC S9(9) COMP VALUE 0.
           05 WS003-HIRE-CNT              PIC S9(9) COMP VALUE 0.
           05 WS003-TERM-CNT              PIC S9(9) COMP VALUE 0.
           05 WS003-TENURE-DAYS           PIC S9(9) COMP VALUE 0.
           05 WS003-AGE-YEARS             PIC S9(4) COMP VALUE 0.
           05 WS003-EMPL-SEQ              PIC S9(9) COMP VALUE 0.
           05 WS003-MEDIAN-POS-1          PIC S9(9) COMP VALUE 0.
           05 WS003-MEDIAN-POS-2          PIC S9(9) COMP VALUE 0.
           05 WS003-MEDIAN-REM            PIC S9(4) COMP VALUE 0.
           05 WS003-MEDIAN-DAYS           PIC S9(9) COMP VALUE 0.
           05 WS003-TOTAL-DAYS            PIC S9(15) COMP-3 VALUE 0.
           05 WS003-AVG-HEADCOUNT         PIC S9(9)V99 COMP-3
                                          VALUE 0.
           05 WS003-TURNOVER-PCT          PIC S9(5)V99 COMP-3
                                          VALUE 0.
           05 WS003-AVG-TENURE-YRS        PIC S9(5)V9 COMP-3 VALUE 0.
           05 WS003-MEDIAN-TENURE-YRS     PIC S9(5)V9 COMP-3 VALUE 0.
           05 WS003-AGE-BAND-CNT          PIC S9(9) COMP
                                          OCCURS 6 TIMES.
           05 WS003-AGE-BAND-IX           PIC S9(4) COMP VALUE 0.
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

       01  WS036-TRNRPT-CONTROL.
           05 WS036-TRNRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-TRNRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-TRNRPT-FILE-IS-OPEN  VALUE 'Y'.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB164A'.
           05 FILLER                      PIC X(40) VALUE
                 'DMS QUARTERLY TURNOVER AND TENURE'.
           05 FILLER                      PIC X(9) VALUE 'QUARTER:'.
           05 WS045-HDG1-YEAR             PIC 9(4).
           05 FILLER                      PIC X(2) VALUE ' Q'.
           05 WS045-HDG1-QTR              PIC 9(1).
           05 FILLER                      PIC X(4) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(32) VALUE SPACES.
       01  WS046-HDG2-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(18) VALUE
                 'OPENING SNAPSHOT:'.
           05 WS046-HDG2-OPEN-DTE         PIC X(10).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(18) VALUE
                 'CLOSING SNAPSHOT:'.
           05 WS046-HDG2-CLOSE-DTE        PIC X(10).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(21) VALUE
                 'SNAPSHOTS IN QUARTER:'.
           05 WS046-HDG2-SNAP-CNT         PIC ZZZ9.
           05 FILLER                      PIC X(44) VALUE SPACES.
       01  WS047-BLOCK-HDR-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS047-BLOCK-LABEL           PIC X(40).
           05 FILLER                      PIC X(91) VALUE SPACES.
       01  WS048-HEADCOUNT-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'OPENING:'.
           05 WS048-OPEN-CNT              PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'CLOSING:'.
           05 WS048-CLOSE-CNT             PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(8) VALUE 'HIRES:'.
           05 WS048-HIRE-CNT              PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(14) VALUE
                 'TERMINATIONS:'.
           05 WS048-TERM-CNT              PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(23) VALUE
                 'ANNUALIZED TURNOVER %:'.
           05 WS048-TURNOVER-PCT          PIC ZZZZ9.99.
           05 FILLER                      PIC X(8) VALUE SPACES.
       01  WS049-TENURE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(24) VALUE
                 'TENURE (YEARS) AVERAGE:'.
           05 WS049-AVG-TENURE            PIC ZZZZ9.9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(8) VALUE 'MEDIAN:'.
           05 WS049-MEDIAN-TENURE         PIC ZZZZ9.9.
           05 FILLER                      PIC X(80) VALUE SPACES.
       01  WS051-AGE-BAND-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(13) VALUE
                 'AGE  UNDER 25'.
           05 WS051-BAND-1                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(8) VALUE '  25-34'.
           05 WS051-BAND-2                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(8) VALUE '  35-44'.
           05 WS051-BAND-3                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(8) VALUE '  45-54'.
           05 WS051-BAND-4                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(8) VALUE '  55-64'.
           05 WS051-BAND-5                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(8) VALUE '  65+'.
           05 WS051-BAND-6                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(21) VALUE SPACES.
       01  WS052-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(50) VALUE
                 'NO SNAPSHOTS FOUND IN QUARTER - LIVE OR ARCHIVED'.
           05 FILLER                      PIC X(79) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
      *
      *  Every distributor carried on any snapshot in the quarter,
      *  live or archived. A snapshot row lives on exactly one of
      *  the two tables - a date the first-tier purge split around a
      *  legal hold is in both, but row by row - so UNION ALL never
      *  double-counts.
           EXEC SQL DECLARE CRSR001_QTR_DISTRIBUTORS CURSOR FOR
              SELECT DISTINCT Q."DISTRIBUTOR_ID"
              FROM (SELECT "DISTRIBUTOR_ID", "AS_OF_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-QTR-FROM-DTE-X
                                           AND :WS002-QTR-TO-DTE-X
                    UNION ALL
                    SELECT "DISTRIBUTOR_ID", "AS_OF_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-QTR-FROM-DTE-X
                                           AND :WS002-QTR-TO-DTE-X
                   ) AS Q
              ORDER BY 1
           END-EXEC.
      *
      *  Tenure in days and age in whole years of each employee
      *  active on the closing snapshot, one row per employee in
      *  ascending tenure order so the median can be picked off by
      *  position. The distributor switch collapses the distributor
      *  predicate for the company total.
           EXEC SQL DECLARE CRSR002_CLOSING_TENURE CURSOR FOR
              SELECT
                 DAYS(:WS002-CLOSE-DTE-X) - DAYS(MIN(C."EFF_DTE")),
                 YEAR(DATE(:WS002-CLOSE-DTE-X) - MIN(C."BIRTH_DTE"))
              FROM (SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "BIRTH_DTE", "EFF_DTE", "EXP_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" = :WS002-CLOSE-DTE-X
                    UNION ALL
                    SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "BIRTH_DTE", "EFF_DTE", "EXP_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" = :WS002-CLOSE-DTE-X
                   ) AS C
              WHERE C."EXP_DTE" >= :WS002-CLOSE-DTE-X
                AND (:WS002-DIST-SW = 'N' OR
                     C."DISTRIBUTOR_ID" = :WS002-DIST-ID)
              GROUP BY C."EMPLOYEE_PARTY_ID"
              ORDER BY 1
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
           MOVE  "DNCB164A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "REPORT_QUARTERLY_TURNOVER" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-HIST-FROM-DTE TO WS002-QTR-FROM-DTE
           MOVE LS-FLOW-PARM-HIST-TO-DTE TO WS002-QTR-TO-DTE
           COMPUTE WS002-QTR-NB = (WS002-QTR-MONTH - 1) / 3 + 1
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT TRNRPT-FILE
           IF WS036-TRNRPT-FILE-STATUS = "00"
              SET WS036-TRNRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN TRNRPT-FILE" TO
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
           PERFORM 1000-FORMAT-QUARTER-DATES THRU 1000-EXIT
           PERFORM 1100-GET-SNAPSHOT-RANGE THRU 1100-EXIT
           IF WS002-SNAP-CNT = 0
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
              MOVE WS052-NONE-LINE TO TRNRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
              GO TO 0500-EXIT
           END-IF
           SET WS002-ONE-DISTRIBUTOR TO TRUE
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
      *  The company total is the same block run with the
      *  distributor predicate switched off.
           SET WS002-COMPANY-TOTAL TO TRUE
           MOVE SPACES TO WS002-DIST-ID
           PERFORM 2000-BUILD-BLOCK THRU 2000-EXIT
           MOVE WS002-DISTS-REPORTED TO LS-FLOW-CNT-TURN-DIST
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FORMAT-QUARTER-DATES.
      *--------------------------------------------------------------*
      *  Convert the quarter boundaries into the ISO form DB2
      *  expects.
           INITIALIZE WS030-DT-T-TS-INPUT
           MOVE "C" TO WS030-COBOL-DB2-IND
           MOVE WS002-QTR-FROM-DTE TO WS030-DT-T-TS-INPUT-VAL
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FORMAT-QUARTER-DATES" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
              SET LS-FLOW-EXEC-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-QTR-FROM-DTE-X
           INITIALIZE WS030-DT-T-TS-INPUT
           MOVE "C" TO WS030-COBOL-DB2-IND
           MOVE WS002-QTR-TO-DTE TO WS030-DT-T-TS-INPUT-VAL
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FORMAT-QUARTER-DATES" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
              SET LS-FLOW-EXEC-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-QTR-TO-DTE-X
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-GET-SNAPSHOT-RANGE.
      *--------------------------------------------------------------*
      *  The first and last snapshot dates inside the quarter become
      *  the opening and closing snapshots. No snapshot at all comes
      *  back as NULL dates and a zero count.
           MOVE 0 TO WS002-SNAP-CNT
           EXEC SQL
              SELECT MIN(Q."AS_OF_DTE"),
                     MAX(Q."AS_OF_DTE"),
                     COUNT(DISTINCT Q."AS_OF_DTE")
              INTO :WS002-OPEN-DTE-X  :WS002-OPEN-DTE-IND,
                   :WS002-CLOSE-DTE-X :WS002-CLOSE-DTE-IND,
                   :WS002-SNAP-CNT
              FROM (SELECT "AS_OF_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-QTR-FROM-DTE-X
                                           AND :WS002-QTR-TO-DTE-X
                    UNION ALL
                    SELECT "AS_OF_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-QTR-FROM-DTE-X
                                           AND :WS002-QTR-TO-DTE-X
                   ) AS Q
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1100-GET-SNAPSHOT-RANGE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1100-GET-SNAPSHOT-RANGE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-OPEN-DTE-IND < 0 OR WS002-CLOSE-DTE-IND < 0
              MOVE 0 TO WS002-SNAP-CNT
              MOVE SPACES TO WS002-OPEN-DTE-X
              MOVE SPACES TO WS002-CLOSE-DTE-X
           END-IF
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_QTR_DISTRIBUTORS
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_QTR_DISTRIBUTORS
           EXEC SQL FETCH CRSR001_QTR_DISTRIBUTORS INTO
              :DCLYDMSEMDN.DISTRIBUTOR-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
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
              MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO WS002-DIST-ID
              PERFORM 2000-BUILD-BLOCK THRU 2000-EXIT
              ADD 1 TO WS002-DISTS-REPORTED
      *       The block's own SQL leaves its end-of-set behind -
      *       put the distributor loop back on its feet.
              SET DBMS-OK TO TRUE
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       1011-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR002_CLOSING_TENURE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1011-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1011-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1012-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR002_CLOSING_TENURE
           EXEC SQL FETCH CRSR002_CLOSING_TENURE INTO
              :WS003-TENURE-DAYS,
              :WS003-AGE-YEARS
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
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
              ADD 1 TO WS003-EMPL-SEQ
              ADD WS003-TENURE-DAYS TO WS003-TOTAL-DAYS
              IF WS003-EMPL-SEQ = WS003-MEDIAN-POS-1
                 ADD WS003-TENURE-DAYS TO WS003-MEDIAN-DAYS
              END-IF
              IF WS003-EMPL-SEQ = WS003-MEDIAN-POS-2
                 ADD WS003-TENURE-DAYS TO WS003-MEDIAN-DAYS
              END-IF
              EVALUATE TRUE
              WHEN WS003-AGE-YEARS < 25
                 MOVE 1 TO WS003-AGE-BAND-IX
              WHEN WS003-AGE-YEARS < 35
                 MOVE 2 TO WS003-AGE-BAND-IX
              WHEN WS003-AGE-YEARS < 45
                 MOVE 3 TO WS003-AGE-BAND-IX
              WHEN WS003-AGE-YEARS < 55
                 MOVE 4 TO WS003-AGE-BAND-IX
              WHEN WS003-AGE-YEARS < 65
                 MOVE 5 TO WS003-AGE-BAND-IX
              WHEN OTHER
                 MOVE 6 TO WS003-AGE-BAND-IX
              END-EVALUATE
              ADD 1 TO WS003-AGE-BAND-CNT (WS003-AGE-BAND-IX)
           END-IF
           .
       1013-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2000-BUILD-BLOCK.
      *--------------------------------------------------------------*
      *  Gather and print one block - the distributor in
      *  WS002-DIST-ID, or the company when the switch is off.
           INITIALIZE WS003-BLOCK-STATISTICS
           PERFORM 2100-GET-HEADCOUNTS THRU 2100-EXIT
           PERFORM 2150-GET-HIRES THRU 2150-EXIT
           PERFORM 2200-GET-TERMINATIONS THRU 2200-EXIT
           PERFORM 2300-GET-TENURE-AND-AGE THRU 2300-EXIT
           PERFORM 2400-COMPUTE-RATES THRU 2400-EXIT
           PERFORM 2500-PRINT-BLOCK THRU 2500-EXIT
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-GET-HEADCOUNTS.
      *--------------------------------------------------------------*
      *  Opening and closing active headcount in one pass over the
      *  quarter's snapshots. An employee on more than one outlet
      *  counts once.
           EXEC SQL
              SELECT
                 COUNT(DISTINCT CASE
                    WHEN Q."AS_OF_DTE" = :WS002-OPEN-DTE-X
                     AND Q."EXP_DTE" >= :WS002-OPEN-DTE-X
                    THEN Q."EMPLOYEE_PARTY_ID" END),
                 COUNT(DISTINCT CASE
                    WHEN Q."AS_OF_DTE" = :WS002-CLOSE-DTE-X
                     AND Q."EXP_DTE" >= :WS002-CLOSE-DTE-X
                    THEN Q."EMPLOYEE_PARTY_ID" END)
              INTO :WS003-OPEN-CNT,
                   :WS003-CLOSE-CNT
              FROM (SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EFF_DTE", "EXP_DTE", "AS_OF_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                    UNION ALL
                    SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EFF_DTE", "EXP_DTE", "AS_OF_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                   ) AS Q
              WHERE (:WS002-DIST-SW = 'N' OR
                     Q."DISTRIBUTOR_ID" = :WS002-DIST-ID)
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2100-GET-HEADCOUNTS" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-GET-HEADCOUNTS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2150-GET-HIRES.
      *--------------------------------------------------------------*
      *  Employees whose assignment took effect between the quarter
      *  start and the closing snapshot, and who were not already
      *  active in the block on the opening snapshot - the mirror of
      *  the termination test, so a move to a new outlet or
      *  distributor is not counted as a hire.
           EXEC SQL
              SELECT COUNT(DISTINCT H."EMPLOYEE_PARTY_ID")
              INTO :WS003-HIRE-CNT
              FROM (SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EFF_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                    UNION ALL
                    SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EFF_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                   ) AS H
              WHERE (:WS002-DIST-SW = 'N' OR
                     H."DISTRIBUTOR_ID" = :WS002-DIST-ID)
                AND H."EFF_DTE" >= :WS002-QTR-FROM-DTE-X
                AND H."EFF_DTE" <= :WS002-CLOSE-DTE-X
                AND NOT EXISTS
                   (SELECT 1
                      FROM (SELECT "DISTRIBUTOR_ID",
                                   "EMPLOYEE_PARTY_ID", "EXP_DTE"
                              FROM "YDMSEMDN"
                             WHERE "AS_OF_DTE" = :WS002-OPEN-DTE-X
                            UNION ALL
                            SELECT "DISTRIBUTOR_ID",
                                   "EMPLOYEE_PARTY_ID", "EXP_DTE"
                              FROM "YDMSEMDA"
                             WHERE "AS_OF_DTE" = :WS002-OPEN-DTE-X
                           ) AS O
                     WHERE O."EMPLOYEE_PARTY_ID" =
                           H."EMPLOYEE_PARTY_ID"
                       AND O."EXP_DTE" >= :WS002-OPEN-DTE-X
                       AND (:WS002-DIST-SW = 'N' OR
                            O."DISTRIBUTOR_ID" = :WS002-DIST-ID))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2150-GET-HIRES" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2150-GET-HIRES" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2150-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-GET-TERMINATIONS.
      *--------------------------------------------------------------*
      *  Employees whose assignment expired between the quarter start
      *  and the closing snapshot, and who are not still active in
      *  the block on the closing snapshot.
           EXEC SQL
              SELECT COUNT(DISTINCT T."EMPLOYEE_PARTY_ID")
              INTO :WS003-TERM-CNT
              FROM (SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EXP_DTE"
                      FROM "YDMSEMDN"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                    UNION ALL
                    SELECT "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID",
                           "EXP_DTE"
                      FROM "YDMSEMDA"
                     WHERE "AS_OF_DTE" BETWEEN :WS002-OPEN-DTE-X
                                           AND :WS002-CLOSE-DTE-X
                   ) AS T
              WHERE (:WS002-DIST-SW = 'N' OR
                     T."DISTRIBUTOR_ID" = :WS002-DIST-ID)
                AND T."EXP_DTE" >= :WS002-QTR-FROM-DTE-X
                AND T."EXP_DTE" <  :WS002-CLOSE-DTE-X
                AND NOT EXISTS
                   (SELECT 1
                      FROM (SELECT "DISTRIBUTOR_ID",
                                   "EMPLOYEE_PARTY_ID", "EXP_DTE"
                              FROM "YDMSEMDN"
                             WHERE "AS_OF_DTE" = :WS002-CLOSE-DTE-X
                            UNION ALL
                            SELECT "DISTRIBUTOR_ID",
                                   "EMPLOYEE_PARTY_ID", "EXP_DTE"
                              FROM "YDMSEMDA"
                             WHERE "AS_OF_DTE" = :WS002-CLOSE-DTE-X
                           ) AS C
                     WHERE C."EMPLOYEE_PARTY_ID" =
                           T."EMPLOYEE_PARTY_ID"
                       AND C."EXP_DTE" >= :WS002-CLOSE-DTE-X
                       AND (:WS002-DIST-SW = 'N' OR
                            C."DISTRIBUTOR_ID" = :WS002-DIST-ID))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2200-GET-TERMINATIONS" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2200-GET-TERMINATIONS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-GET-TENURE-AND-AGE.
      *--------------------------------------------------------------*
      *  Walk the closing headcount in tenure order. The cursor
      *  returns one row per employee counted in WS003-CLOSE-CNT, so
      *  the median sits at the middle position - or halfway between
      *  the two middle positions for an even count.
           IF WS003-CLOSE-CNT = 0
              GO TO 2300-EXIT
           END-IF
           DIVIDE WS003-CLOSE-CNT BY 2 GIVING WS003-MEDIAN-POS-1
             REMAINDER WS003-MEDIAN-REM
           IF WS003-MEDIAN-REM = 0
              COMPUTE WS003-MEDIAN-POS-2 = WS003-MEDIAN-POS-1 + 1
           ELSE
              ADD 1 TO WS003-MEDIAN-POS-1
              MOVE WS003-MEDIAN-POS-1 TO WS003-MEDIAN-POS-2
           END-IF
           PERFORM 1011-OPEN-CURSOR THRU 1011-EXIT
           PERFORM 1013-READ-EACH THRU 1013-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2300-GET-TENURE-AND-AGE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           EXEC SQL CLOSE CRSR002_CLOSING_TENURE
           END-EXEC
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-COMPUTE-RATES.
      *--------------------------------------------------------------*
      *  Turnover is annualized by four; tenure is held in days and
      *  shown in years. The median of an even count is the mean of
      *  the two middle tenures, both added into WS003-MEDIAN-DAYS.
           COMPUTE WS003-AVG-HEADCOUNT ROUNDED =
              (WS003-OPEN-CNT + WS003-CLOSE-CNT) / 2
           IF WS003-AVG-HEADCOUNT > 0
              COMPUTE WS003-TURNOVER-PCT ROUNDED =
                 WS003-TERM-CNT / WS003-AVG-HEADCOUNT * 100 * 4
           END-IF
           IF WS003-EMPL-SEQ > 0
              COMPUTE WS003-AVG-TENURE-YRS ROUNDED =
                 WS003-TOTAL-DAYS / WS003-EMPL-SEQ / 365.25
              IF WS003-MEDIAN-POS-1 = WS003-MEDIAN-POS-2
                 COMPUTE WS003-MEDIAN-TENURE-YRS ROUNDED =
                    WS003-MEDIAN-DAYS / 365.25
              ELSE
                 COMPUTE WS003-MEDIAN-TENURE-YRS ROUNDED =
                    WS003-MEDIAN-DAYS / 2 / 365.25
              END-IF
           END-IF
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-PRINT-BLOCK.
      *--------------------------------------------------------------*
      *  A block is printed whole - start a new page rather than
      *  split it.
           IF WS044-LINE-CNT > 51
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS047-BLOCK-HDR-LINE
           IF WS002-COMPANY-TOTAL
              MOVE "COMPANY TOTAL" TO WS047-BLOCK-LABEL
           ELSE
              STRING "DISTRIBUTOR " DELIMITED BY SIZE
                     WS002-DIST-ID DELIMITED BY SPACE
                INTO WS047-BLOCK-LABEL
           END-IF
           MOVE WS047-BLOCK-HDR-LINE TO TRNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS048-HEADCOUNT-LINE
           MOVE WS003-OPEN-CNT TO WS048-OPEN-CNT
           MOVE WS003-CLOSE-CNT TO WS048-CLOSE-CNT
           MOVE WS003-HIRE-CNT TO WS048-HIRE-CNT
           MOVE WS003-TERM-CNT TO WS048-TERM-CNT
           MOVE WS003-TURNOVER-PCT TO WS048-TURNOVER-PCT
           MOVE WS048-HEADCOUNT-LINE TO TRNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS049-TENURE-LINE
           MOVE WS003-AVG-TENURE-YRS TO WS049-AVG-TENURE
           MOVE WS003-MEDIAN-TENURE-YRS TO WS049-MEDIAN-TENURE
           MOVE WS049-TENURE-LINE TO TRNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS051-AGE-BAND-LINE
           MOVE WS003-AGE-BAND-CNT (1) TO WS051-BAND-1
           MOVE WS003-AGE-BAND-CNT (2) TO WS051-BAND-2
           MOVE WS003-AGE-BAND-CNT (3) TO WS051-BAND-3
           MOVE WS003-AGE-BAND-CNT (4) TO WS051-BAND-4
           MOVE WS003-AGE-BAND-CNT (5) TO WS051-BAND-5
           MOVE WS003-AGE-BAND-CNT (6) TO WS051-BAND-6
           MOVE WS051-AGE-BAND-LINE TO TRNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO TRNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE
           IF WS036-TRNRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE TRNRPT-FILE" TO
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
           MOVE WS002-QTR-YEAR TO WS045-HDG1-YEAR
           MOVE WS002-QTR-NB TO WS045-HDG1-QTR
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO TRNRPT-LINE
           WRITE TRNRPT-LINE AFTER ADVANCING PAGE
           MOVE WS002-OPEN-DTE-X TO WS046-HDG2-OPEN-DTE
           MOVE WS002-CLOSE-DTE-X TO WS046-HDG2-CLOSE-DTE
           MOVE WS002-SNAP-CNT TO WS046-HDG2-SNAP-CNT
           MOVE WS046-HDG2-LINE TO TRNRPT-LINE
           WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO TRNRPT-LINE
           WRITE TRNRPT-LINE AFTER ADVANCING 1 LINE
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
           EXEC SQL CLOSE CRSR001_QTR_DISTRIBUTORS
           END-EXEC
           EXEC SQL CLOSE CRSR002_CLOSING_TENURE
           END-EXEC
           IF WS036-TRNRPT-FILE-IS-OPEN
              CLOSE TRNRPT-FILE
              MOVE "N" TO WS036-TRNRPT-FILE-OPEN-SW
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
              MOVE "DNCB164A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
