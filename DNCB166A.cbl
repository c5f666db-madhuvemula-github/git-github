      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB166A.
       AUTHOR.        Jumar Solutions.
      *   Name: REPORT_ASSIGNMENT_EXPIRY
      *
      *   Early warning of assignments about to lapse, run after each
      *   load. Lists every active assignment on the snapshot whose
      *   EXP_DTE falls within the look-ahead window, grouped by
      *   DISTRIBUTOR_ID with the days remaining, so a distributor
      *   can renew or replace an employee before the assignment
      *   drops off the payroll feed instead of after.
      *
      *   Two outputs are written from the one pass: a printed
      *   notice, one page group per distributor, and the EXPNTC
      *   fixed-format notice file the mail/e-mail gateway turns
      *   into the distributor's notice. Every assignment listed is
      *   remembered on YDMSEXPN; one already noticed off an earlier
      *   snapshot is marked as a repeat warning on both outputs.
      *   Days remaining count from the snapshot's AS_OF_DTE.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The printed expiry notices.
           SELECT EXPRPT-FILE ASSIGN TO EXPRPTOT
               FILE STATUS IS WS036-EXPRPT-FILE-STATUS.
      *  The notice file for the mail/e-mail gateway.
           SELECT EXPNTC-FILE ASSIGN TO EXPNTCOT
               FILE STATUS IS WS037-EXPNTC-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXPRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPRPT-LINE                       PIC X(132).
       FD  EXPNTC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *  One HDR record per file, then for each distributor one DST
      *  record followed by its DTL records, then one TRL record
      *  carrying the distributor and detail counts so the gateway
      *  can prove it received the whole file. The gateway resolves
      *  the distributor's mailbox from DISTRIBUTOR_PARTY.
       01  EXPNTC-HDR-RECORD.
           05 EXPNTC-HDR-REC-TYPE            PIC X(3).
              88 EXPNTC-HDR-TYPE-HDR            VALUE 'HDR'.
           05 EXPNTC-HDR-CREATE-DTE          PIC 9(8).
           05 EXPNTC-HDR-AS-OF-DTE           PIC 9(8).
           05 EXPNTC-HDR-WINDOW-DAYS         PIC 9(3).
           05 FILLER                         PIC X(98).
       01  EXPNTC-DST-RECORD.
           05 EXPNTC-DST-REC-TYPE            PIC X(3).
              88 EXPNTC-DST-TYPE-DST            VALUE 'DST'.
           05 EXPNTC-DST-DISTRIBUTOR-ID      PIC X(8).
           05 EXPNTC-DST-DISTRIBUTOR-PARTY   PIC 9(15).
           05 FILLER                         PIC X(94).
       01  EXPNTC-DTL-RECORD.
           05 EXPNTC-DTL-REC-TYPE            PIC X(3).
              88 EXPNTC-DTL-TYPE-DTL            VALUE 'DTL'.
           05 EXPNTC-DTL-DISTRIBUTOR-ID      PIC X(8).
           05 EXPNTC-DTL-EMPLOYEE-PARTY-ID   PIC 9(15).
           05 EXPNTC-DTL-LAST-NAME           PIC X(20).
           05 EXPNTC-DTL-FIRST-NAME          PIC X(15).
           05 EXPNTC-DTL-EXP-DTE             PIC 9(8).
           05 EXPNTC-DTL-DAYS-REMAINING      PIC 9(3).
           05 EXPNTC-DTL-REPEAT-SW           PIC X(1).
              88 EXPNTC-DTL-REPEAT              VALUE 'Y'.
              88 EXPNTC-DTL-FIRST-WARNING       VALUE 'N'.
           05 EXPNTC-DTL-FIRST-NOTICE-DTE    PIC 9(8).
           05 FILLER                         PIC X(39).
       01  EXPNTC-TRL-RECORD.
           05 EXPNTC-TRL-REC-TYPE            PIC X(3).
              88 EXPNTC-TRL-TYPE-TRL            VALUE 'TRL'.
           05 EXPNTC-TRL-DST-CNT             PIC 9(9).
           05 EXPNTC-TRL-DTL-CNT             PIC 9(9).
           05 FILLER                         PIC X(99).
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
      *  Warning control fields - the snapshot date and look-ahead
      *  window are received from DNCB165B via LS-FLOW-PARMS; a zero
      *  snapshot date means the latest AS_OF_DTE on YDMSEMDN.
      *
       01  WS002-EXPIRY-CONTROL.
           05 WS002-AS-OF-DTE             PIC  9(8).
           05 WS002-AS-OF-DTE-X           PIC  X(10).
           05 WS002-AS-OF-DTE-IND         PIC S9(4) COMP VALUE 0.
           05 WS002-EXPIRY-DAYS           PIC S9(4) COMP VALUE 0.
           05 WS002-DAYS-REMAINING        PIC S9(9) COMP VALUE 0.
           05 WS002-PREV-DIST-ID          PIC  X(8) VALUE SPACES.
           05 WS002-REPEAT-SW             PIC  X VALUE 'N'.
              88 WS002-REPEAT-WARNING       VALUE 'Y'.
              88 WS002-FIRST-WARNING        VALUE 'N'.
           05 WS002-WARNINGS-LISTED       PIC  9(9) COMP-3 VALUE 0.
           05 WS002-REPEATS-LISTED        PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DISTS-NOTIFIED        PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DIST-WARNINGS         PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DIST-REPEATS          PIC  9(9) COMP-3 VALUE 0.
      *
      *  ISO date to YYYYMMDD for the notice file.
      *
       01  WS003-DATE-CONVERT.
           05 WS003-ISO-DTE.
              10 WS003-ISO-YYYY           PIC  X(4).
              10 FILLER                   PIC  X(1).
              10 WS003-ISO-MM             PIC  X(2).
              10 FILLER                   PIC  X(1).
              10 WS003-ISO-DD             PIC  X(2).
           05 WS003-YMD-DTE.
              10 WS003-YMD-YYYY           PIC  X(4).
              10 WS003-YMD-MM             PIC  X(2).
              10 WS003-YMD-DD             PIC  X(2).
           05 WS003-YMD-DTE-N REDEFINES WS003-YMD-DTE
                                          PIC  9(8).
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

       01  WS036-EXPRPT-CONTROL.
           05 WS036-EXPRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-EXPRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-EXPRPT-FILE-IS-OPEN  VALUE 'Y'.
       01  WS037-EXPNTC-CONTROL.
           05 WS037-EXPNTC-FILE-STATUS    PIC XX VALUE '00'.
           05 WS037-EXPNTC-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS037-EXPNTC-FILE-IS-OPEN  VALUE 'Y'.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB166A'.
           05 FILLER                      PIC X(31) VALUE
                 'DMS ASSIGNMENT EXPIRY NOTICE'.
           05 FILLER                      PIC X(13) VALUE
                 'DISTRIBUTOR:'.
           05 WS045-HDG1-DIST-ID          PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(7) VALUE 'AS OF:'.
           05 WS045-HDG1-AS-OF-DTE        PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(8) VALUE 'WINDOW:'.
           05 WS045-HDG1-WINDOW-DAYS      PIC ZZ9.
           05 FILLER                      PIC X(6) VALUE ' DAYS'.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
       01  WS046-HDG2-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(17) VALUE
                 'EMPLOYEE PARTY'.
           05 FILLER                      PIC X(22) VALUE 'LAST NAME'.
           05 FILLER                      PIC X(17) VALUE 'FIRST NAME'.
           05 FILLER                      PIC X(12) VALUE 'EXPIRES'.
           05 FILLER                      PIC X(11) VALUE 'DAYS LEFT'.
           05 FILLER                      PIC X(8) VALUE 'WARNING'.
           05 FILLER                      PIC X(44) VALUE SPACES.
       01  WS048-WARNING-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-EMPL-PARTY            PIC Z(14)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-LAST-NAME             PIC X(20).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-FIRST-NAME            PIC X(15).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-EXP-DTE               PIC X(10).
           05 FILLER                      PIC X(4) VALUE SPACES.
           05 WS048-DAYS-REMAINING        PIC ZZ9.
           05 FILLER                      PIC X(6) VALUE SPACES.
           05 WS048-WARNING               PIC X(30).
           05 FILLER                      PIC X(22) VALUE SPACES.
       01  WS049-TOTAL-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-TOTAL-LABEL           PIC X(30).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE 'EXPIRING:'.
           05 WS049-WARNINGS              PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(9) VALUE 'REPEATS:'.
           05 WS049-REPEATS               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(58) VALUE SPACES.
       01  WS051-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(50) VALUE
                 'NO ACTIVE ASSIGNMENTS EXPIRE WITHIN THE WINDOW'.
           05 FILLER                      PIC X(79) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSEXPN END-EXEC.
      *
      *  Active assignments on the snapshot expiring within the
      *  window, soonest first within each distributor. DISTINCT
      *  folds an employee carried on two outlets with the same
      *  EXP_DTE into one warning.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_EXPIRING CURSOR FOR
              SELECT DISTINCT
                 "DISTRIBUTOR_ID",
                 "DISTRIBUTOR_PARTY",
                 "EMPLOYEE_PARTY_ID",
                 "LAST_NAME",
                 "FIRST_NAME",
                 "EXP_DTE",
                 DAYS("EXP_DTE") - DAYS(:WS002-AS-OF-DTE-X)
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-AS-OF-DTE-X
                AND "EXP_DTE"  >= :WS002-AS-OF-DTE-X
                AND "EXP_DTE"  <= DATE(:WS002-AS-OF-DTE-X)
                                  + :WS002-EXPIRY-DAYS DAYS
              ORDER BY 1, 6, 4, 5, 3
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
           MOVE  "DNCB166A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "REPORT_ASSIGNMENT_EXPIRY" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-AS-OF-DTE-OVR TO WS002-AS-OF-DTE
           MOVE LS-FLOW-PARM-EXPIRY-DAYS TO WS002-EXPIRY-DAYS
           IF WS002-EXPIRY-DAYS = 0
              MOVE 30 TO WS002-EXPIRY-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT EXPRPT-FILE
           IF WS036-EXPRPT-FILE-STATUS = "00"
              SET WS036-EXPRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN EXPRPT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           OPEN OUTPUT EXPNTC-FILE
           IF WS037-EXPNTC-FILE-STATUS = "00"
              SET WS037-EXPNTC-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN EXPNTC-FILE" TO
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
           PERFORM 1000-RESOLVE-AS-OF-DTE THRU 1000-EXIT
           PERFORM 1050-DROP-PASSED-NOTICES THRU 1050-EXIT
           PERFORM 1100-WRITE-NOTICE-HEADER THRU 1100-EXIT
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-WARNINGS-LISTED = 0
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
              MOVE WS051-NONE-LINE TO EXPRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ELSE
              PERFORM 2300-CLOSE-DISTRIBUTOR THRU 2300-EXIT
           END-IF
           PERFORM 1900-WRITE-NOTICE-TRAILER THRU 1900-EXIT
           MOVE WS002-AS-OF-DTE TO LS-FLOW-PARM-AS-OF-DTE-OVR
           MOVE WS002-EXPIRY-DAYS TO LS-FLOW-PARM-EXPIRY-DAYS
           MOVE WS002-WARNINGS-LISTED TO LS-FLOW-CNT-EXPIRY-WARN
           MOVE WS002-REPEATS-LISTED TO LS-FLOW-CNT-EXPIRY-REPEAT
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-RESOLVE-AS-OF-DTE.
      *--------------------------------------------------------------*
      *  A keyed snapshot date is converted to ISO; otherwise the
      *  latest AS_OF_DTE on YDMSEMDN - the load just finished - is
      *  used.
           IF WS002-AS-OF-DTE NOT = 0
              INITIALIZE WS030-DT-T-TS-INPUT
              MOVE "C" TO WS030-COBOL-DB2-IND
              MOVE WS002-AS-OF-DTE TO WS030-DT-T-TS-INPUT-VAL
              CALL WS-PGM-JSFORMDT USING
                              WS030-DT-T-TS-INPUT
                              WS030-DT-T-TS-OUTPUT
                              WS011-ERROR-REPORTED
              IF WS011-ERROR-ENCOUNTERED NOT = SPACES
                 MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
                 MOVE "1000-RESOLVE-AS-OF-DTE" TO
                   LS-FLOW-ERROR-PARA-NAME
                 MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
                 SET LS-FLOW-EXEC-ERROR TO TRUE
                 PERFORM 9990-ABORT THRU 9990-EXIT
              END-IF
              MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-AS-OF-DTE-X
              GO TO 1000-EXIT
           END-IF
           EXEC SQL
              SELECT MAX("AS_OF_DTE")
              INTO :WS002-AS-OF-DTE-X :WS002-AS-OF-DTE-IND
              FROM "YDMSEMDN"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1000-RESOLVE-AS-OF-DTE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-AS-OF-DTE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-AS-OF-DTE-IND < 0
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-AS-OF-DTE" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "NO SNAPSHOT ON YDMSEMDN TO WARN FROM" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-AS-OF-DTE-X TO WS003-ISO-DTE
           PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
           MOVE WS003-YMD-DTE-N TO WS002-AS-OF-DTE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-DROP-PASSED-NOTICES.
      *--------------------------------------------------------------*
      *  An assignment whose EXP_DTE is already behind the snapshot
      *  can never be warned about again - its history row goes.
           EXEC SQL
              DELETE FROM "YDMSEXPN"
              WHERE "EXP_DTE" < :WS002-AS-OF-DTE-X
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEXPN" TO WS-DBMS-TABLE-NAME
           MOVE "1050-DROP-PASSED-NOTICES" TO WS-DBMS-PARA-NAME
           MOVE "DELETE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK AND NOT DBMS-END-OF-SET
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1050-DROP-PASSED-NOTICES" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-WRITE-NOTICE-HEADER.
      *--------------------------------------------------------------*
           INITIALIZE EXPNTC-HDR-RECORD
           SET EXPNTC-HDR-TYPE-HDR TO TRUE
           MOVE WS044-RUN-DATE TO EXPNTC-HDR-CREATE-DTE
           MOVE WS002-AS-OF-DTE TO EXPNTC-HDR-AS-OF-DTE
           MOVE WS002-EXPIRY-DAYS TO EXPNTC-HDR-WINDOW-DAYS
           WRITE EXPNTC-HDR-RECORD
           PERFORM 2610-CHECK-NOTICE-WRITE THRU 2610-EXIT
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1900-WRITE-NOTICE-TRAILER.
      *--------------------------------------------------------------*
           INITIALIZE EXPNTC-TRL-RECORD
           SET EXPNTC-TRL-TYPE-TRL TO TRUE
           MOVE WS002-DISTS-NOTIFIED TO EXPNTC-TRL-DST-CNT
           MOVE WS002-WARNINGS-LISTED TO EXPNTC-TRL-DTL-CNT
           WRITE EXPNTC-TRL-RECORD
           PERFORM 2610-CHECK-NOTICE-WRITE THRU 2610-EXIT
           .
       1900-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_EXPIRING
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSEMDN_EXPIRING
           EXEC SQL FETCH CRSR001_YDMSEMDN_EXPIRING INTO
              :DCLYDMSEMDN.DISTRIBUTOR-ID,
              :DCLYDMSEMDN.DISTRIBUTOR-PARTY,
              :DCLYDMSEMDN.EMPLOYEE-PARTY-ID,
              :DCLYDMSEMDN.LAST-NAME,
              :DCLYDMSEMDN.FIRST-NAME,
              :DCLYDMSEMDN.EXP-DTE,
              :WS002-DAYS-REMAINING
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
      *       A change of distributor closes the previous notice and
      *       opens the next on a fresh page.
              IF DISTRIBUTOR-ID OF DCLYDMSEMDN NOT = WS002-PREV-DIST-ID
                 IF WS002-WARNINGS-LISTED > 0
                    PERFORM 2300-CLOSE-DISTRIBUTOR THRU 2300-EXIT
                 END-IF
                 PERFORM 2100-OPEN-DISTRIBUTOR THRU 2100-EXIT
              END-IF
              PERFORM 2000-CHECK-NOTICE-HISTORY THRU 2000-EXIT
              PERFORM 2200-PRINT-WARNING THRU 2200-EXIT
              PERFORM 2250-WRITE-NOTICE-DETAIL THRU 2250-EXIT
      *       The history lookup leaves its own status behind -
      *       put the fetch loop back on its feet.
              SET DBMS-OK TO TRUE
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2000-CHECK-NOTICE-HISTORY.
      *--------------------------------------------------------------*
      *  First warning for this assignment - remember it. Already
      *  noticed off an earlier snapshot - a repeat; move its latest
      *  notice date up. A rerun against the same snapshot finds its
      *  own rows and leaves them, and their flags, as they were.
           SET WS002-FIRST-WARNING TO TRUE
           MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO
             DISTRIBUTOR-ID OF DCLYDMSEXPN
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
             EMPLOYEE-PARTY-ID OF DCLYDMSEXPN
           MOVE EXP-DTE OF DCLYDMSEMDN TO EXP-DTE OF DCLYDMSEXPN
           EXEC SQL
              SELECT "FIRST_NOTICE_DTE",
                     "LAST_NOTICE_DTE"
              INTO :DCLYDMSEXPN.FIRST-NOTICE-DTE,
                   :DCLYDMSEXPN.LAST-NOTICE-DTE
              FROM "YDMSEXPN"
              WHERE "DISTRIBUTOR_ID"    = :DCLYDMSEXPN.DISTRIBUTOR-ID
                AND "EMPLOYEE_PARTY_ID" =
                    :DCLYDMSEXPN.EMPLOYEE-PARTY-ID
                AND "EXP_DTE"           = :DCLYDMSEXPN.EXP-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEXPN" TO WS-DBMS-TABLE-NAME
           MOVE "2000-CHECK-NOTICE-HISTORY" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE TRUE
           WHEN DBMS-END-OF-SET
              PERFORM 2010-ADD-NOTICE-HISTORY THRU 2010-EXIT
           WHEN DBMS-OK
              IF FIRST-NOTICE-DTE OF DCLYDMSEXPN < WS002-AS-OF-DTE-X
                 SET WS002-REPEAT-WARNING TO TRUE
              END-IF
              IF LAST-NOTICE-DTE OF DCLYDMSEXPN < WS002-AS-OF-DTE-X
                 PERFORM 2020-BUMP-NOTICE-HISTORY THRU 2020-EXIT
              END-IF
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-CHECK-NOTICE-HISTORY" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2010-ADD-NOTICE-HISTORY.
      *--------------------------------------------------------------*
           MOVE WS002-AS-OF-DTE-X TO FIRST-NOTICE-DTE OF DCLYDMSEXPN
           MOVE WS002-AS-OF-DTE-X TO LAST-NOTICE-DTE OF DCLYDMSEXPN
           MOVE 1 TO NOTICE-CNT OF DCLYDMSEXPN
           EXEC SQL
              INSERT INTO "YDMSEXPN" (
                 "DISTRIBUTOR_ID",
                 "EMPLOYEE_PARTY_ID",
                 "EXP_DTE",
                 "FIRST_NOTICE_DTE",
                 "LAST_NOTICE_DTE",
                 "NOTICE_CNT"
              ) VALUES (
                 :DCLYDMSEXPN.DISTRIBUTOR-ID,
                 :DCLYDMSEXPN.EMPLOYEE-PARTY-ID,
                 :DCLYDMSEXPN.EXP-DTE,
                 :DCLYDMSEXPN.FIRST-NOTICE-DTE,
                 :DCLYDMSEXPN.LAST-NOTICE-DTE,
                 :DCLYDMSEXPN.NOTICE-CNT
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEXPN" TO WS-DBMS-TABLE-NAME
           MOVE "2010-ADD-NOTICE-HISTORY" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2010-ADD-NOTICE-HISTORY" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2010-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2020-BUMP-NOTICE-HISTORY.
      *--------------------------------------------------------------*
           EXEC SQL
              UPDATE "YDMSEXPN"
              SET "LAST_NOTICE_DTE" = :WS002-AS-OF-DTE-X,
                  "NOTICE_CNT"      = "NOTICE_CNT" + 1
              WHERE "DISTRIBUTOR_ID"    = :DCLYDMSEXPN.DISTRIBUTOR-ID
                AND "EMPLOYEE_PARTY_ID" =
                    :DCLYDMSEXPN.EMPLOYEE-PARTY-ID
                AND "EXP_DTE"           = :DCLYDMSEXPN.EXP-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEXPN" TO WS-DBMS-TABLE-NAME
           MOVE "2020-BUMP-NOTICE-HISTORY" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2020-BUMP-NOTICE-HISTORY" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2020-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-OPEN-DISTRIBUTOR.
      *--------------------------------------------------------------*
      *  Each distributor's notice starts on its own page and opens
      *  its own group on the notice file.
           MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO WS002-PREV-DIST-ID
           MOVE 0 TO WS002-DIST-WARNINGS
           MOVE 0 TO WS002-DIST-REPEATS
           ADD 1 TO WS002-DISTS-NOTIFIED
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           INITIALIZE EXPNTC-DST-RECORD
           SET EXPNTC-DST-TYPE-DST TO TRUE
           MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO
             EXPNTC-DST-DISTRIBUTOR-ID
           MOVE DISTRIBUTOR-PARTY OF DCLYDMSEMDN TO
             EXPNTC-DST-DISTRIBUTOR-PARTY
           WRITE EXPNTC-DST-RECORD
           PERFORM 2610-CHECK-NOTICE-WRITE THRU 2610-EXIT
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-PRINT-WARNING.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-WARNING-LINE
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO WS048-EMPL-PARTY
           MOVE LAST-NAME OF DCLYDMSEMDN TO WS048-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSEMDN TO WS048-FIRST-NAME
           MOVE EXP-DTE OF DCLYDMSEMDN TO WS048-EXP-DTE
           MOVE WS002-DAYS-REMAINING TO WS048-DAYS-REMAINING
           IF WS002-REPEAT-WARNING
              STRING "REPEAT - FIRST NOTICE "
                        DELIMITED BY SIZE
                     FIRST-NOTICE-DTE OF DCLYDMSEXPN
                        DELIMITED BY SIZE
                INTO WS048-WARNING
              ADD 1 TO WS002-DIST-REPEATS
              ADD 1 TO WS002-REPEATS-LISTED
           ELSE
              MOVE "NEW" TO WS048-WARNING
           END-IF
           MOVE WS048-WARNING-LINE TO EXPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-DIST-WARNINGS
           ADD 1 TO WS002-WARNINGS-LISTED
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2250-WRITE-NOTICE-DETAIL.
      *--------------------------------------------------------------*
           INITIALIZE EXPNTC-DTL-RECORD
           SET EXPNTC-DTL-TYPE-DTL TO TRUE
           MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO
             EXPNTC-DTL-DISTRIBUTOR-ID
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
             EXPNTC-DTL-EMPLOYEE-PARTY-ID
           MOVE LAST-NAME OF DCLYDMSEMDN TO EXPNTC-DTL-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSEMDN TO EXPNTC-DTL-FIRST-NAME
           MOVE EXP-DTE OF DCLYDMSEMDN TO WS003-ISO-DTE
           PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
           MOVE WS003-YMD-DTE-N TO EXPNTC-DTL-EXP-DTE
           MOVE WS002-DAYS-REMAINING TO EXPNTC-DTL-DAYS-REMAINING
           IF WS002-REPEAT-WARNING
              SET EXPNTC-DTL-REPEAT TO TRUE
              MOVE FIRST-NOTICE-DTE OF DCLYDMSEXPN TO WS003-ISO-DTE
           ELSE
              SET EXPNTC-DTL-FIRST-WARNING TO TRUE
              MOVE WS002-AS-OF-DTE-X TO WS003-ISO-DTE
           END-IF
           PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
           MOVE WS003-YMD-DTE-N TO EXPNTC-DTL-FIRST-NOTICE-DTE
           WRITE EXPNTC-DTL-RECORD
           PERFORM 2610-CHECK-NOTICE-WRITE THRU 2610-EXIT
           .
       2250-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-CLOSE-DISTRIBUTOR.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 54
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO EXPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS049-TOTAL-LINE
           MOVE SPACES TO WS049-TOTAL-LABEL
           STRING "TOTAL FOR DISTRIBUTOR " DELIMITED BY SIZE
                  WS002-PREV-DIST-ID DELIMITED BY SPACE
             INTO WS049-TOTAL-LABEL
           MOVE WS002-DIST-WARNINGS TO WS049-WARNINGS
           MOVE WS002-DIST-REPEATS TO WS049-REPEATS
           MOVE WS049-TOTAL-LINE TO EXPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE EXPRPT-LINE AFTER ADVANCING 1 LINE
           IF WS036-EXPRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE EXPRPT-FILE" TO
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
           MOVE WS002-PREV-DIST-ID TO WS045-HDG1-DIST-ID
           MOVE WS002-AS-OF-DTE-X TO WS045-HDG1-AS-OF-DTE
           MOVE WS002-EXPIRY-DAYS TO WS045-HDG1-WINDOW-DAYS
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO EXPRPT-LINE
           WRITE EXPRPT-LINE AFTER ADVANCING PAGE
           MOVE WS046-HDG2-LINE TO EXPRPT-LINE
           WRITE EXPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO EXPRPT-LINE
           WRITE EXPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS044-LINE-CNT
           .
       2520-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2610-CHECK-NOTICE-WRITE.
      *--------------------------------------------------------------*
           IF WS037-EXPNTC-FILE-STATUS NOT = "00"
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2610-CHECK-NOTICE-WRITE" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE EXPNTC-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2610-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-ISO-TO-YMD.
      *--------------------------------------------------------------*
           MOVE WS003-ISO-YYYY TO WS003-YMD-YYYY
           MOVE WS003-ISO-MM TO WS003-YMD-MM
           MOVE WS003-ISO-DD TO WS003-YMD-DD
           .
       2900-EXIT.
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
           EXEC SQL CLOSE CRSR001_YDMSEMDN_EXPIRING
           END-EXEC
           IF WS036-EXPRPT-FILE-IS-OPEN
              CLOSE EXPRPT-FILE
              MOVE "N" TO WS036-EXPRPT-FILE-OPEN-SW
           END-IF
           IF WS037-EXPNTC-FILE-IS-OPEN
              CLOSE EXPNTC-FILE
              MOVE "N" TO WS037-EXPNTC-FILE-OPEN-SW
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
              MOVE "DNCB166A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
