      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB172A.
       AUTHOR.        Jumar Solutions.
      *   Name: REPORT_DUPLICATE_PERSONS
      *
      *   Probable duplicate persons on one snapshot. The DNCB123A
      *   duplicate-SSN edit only catches two employees sharing one
      *   SSN; this report looks for the commoner case of one person
      *   set up twice in the party system under two
      *   EMPLOYEE_PARTY_IDs, usually with a mistyped SSN. Every two
      *   party ids on the snapshot with the same BIRTH_DTE are
      *   paired, and a pair is a candidate when the names match -
      *   exactly, near (each of LAST_NAME and FIRST_NAME equal or
      *   one keying slip apart, or the same LAST_NAME with one
      *   FIRST_NAME the leading part of the other, as with an
      *   initial or a short form) or with LAST_NAME and FIRST_NAME
      *   keyed the wrong way round. A keying slip is one character
      *   changed, added or dropped, or two neighbours swapped.
      *
      *   Each candidate is scored 0-3 on how many of the other
      *   fields agree: the SSN the same, one digit apart or with two
      *   neighbouring digits transposed; a distributor in common,
      *   matched on DISTRIBUTOR_PARTY so two outlets of the one
      *   distributor agree; and assignment EFF_DTE-EXP_DTE ranges
      *   that overlap. An employee carried on several rows is
      *   compared row by row and the pair takes the best result
      *   found. Pairs below the minimum score keyed on the PARM are
      *   counted, not listed.
      *   Pairs the data stewards have confirmed are two different
      *   people are on the YDMSDSUP suppression list, maintained
      *   through DNCB173A, and are counted as suppressed instead of
      *   coming back every week. SSNs print masked to the last four
      *   digits, as everywhere else outside the SSN access log.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The printed probable-duplicate report.
           SELECT DUPRPT-FILE ASSIGN TO DUPRPTOT
               FILE STATUS IS WS036-DUPRPT-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DUPRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUPRPT-LINE                       PIC X(132).
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
      *  Search control fields - the snapshot date and minimum score
      *  are received from DNCB171B via LS-FLOW-PARMS; a zero
      *  snapshot date means the latest AS_OF_DTE on YDMSEMDN.
      *
       01  WS002-DUPLICATE-CONTROL.
           05 WS002-AS-OF-DTE             PIC  9(8).
           05 WS002-AS-OF-DTE-X           PIC  X(10).
           05 WS002-AS-OF-DTE-IND         PIC S9(4) COMP VALUE 0.
           05 WS002-MIN-SCORE             PIC  9 VALUE 0.
           05 WS002-PAIRS-EXAMINED        PIC  9(9) COMP-3 VALUE 0.
           05 WS002-NAME-MATCHES          PIC  9(9) COMP-3 VALUE 0.
           05 WS002-PAIRS-SUPPRESSED      PIC  9(9) COMP-3 VALUE 0.
           05 WS002-PAIRS-BELOW-MIN       PIC  9(9) COMP-3 VALUE 0.
           05 WS002-PAIRS-LISTED          PIC  9(9) COMP-3 VALUE 0.
      *  Pairs listed by score - occurrence 1 is score 0.
           05 WS002-SCORE-CNT             PIC  9(9) COMP-3
                                          OCCURS 4 TIMES.
           05 WS002-SCORE-SUB             PIC S9(4) COMP VALUE 0.
      *
      *  ISO date to YYYYMMDD for the snapshot date handed back.
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
      *
      *  The pair being built up. The cursor returns one row for
      *  every combination of the two employees' snapshot rows, in
      *  party id order, so a change of either party id closes the
      *  pair; the name and SSN results keep the best found over
      *  all the combinations.
      *
       01  WS004-PAIR-CONTROL.
           05 WS004-PAIR-OPEN-SW          PIC  X VALUE 'N'.
              88 WS004-PAIR-OPEN            VALUE 'Y'.
           05 WS004-PARTY-ID-A            PIC S9(15)V COMP-3 VALUE 0.
           05 WS004-PARTY-ID-B            PIC S9(15)V COMP-3 VALUE 0.
           05 WS004-LAST-NAME-A           PIC  X(20).
           05 WS004-FIRST-NAME-A          PIC  X(15).
           05 WS004-SSN-A                 PIC  X(9).
           05 WS004-LAST-NAME-B           PIC  X(20).
           05 WS004-FIRST-NAME-B          PIC  X(15).
           05 WS004-SSN-B                 PIC  X(9).
           05 WS004-BIRTH-DTE             PIC  X(10).
           05 WS004-SUPPRESSED-SW         PIC  X.
              88 WS004-PAIR-SUPPRESSED      VALUE 'Y'.
           05 WS004-NAME-LEVEL            PIC  X.
              88 WS004-NAME-EXACT           VALUE 'E'.
              88 WS004-NAME-NEAR            VALUE 'N'.
              88 WS004-NAME-SWAPPED         VALUE 'W'.
              88 WS004-NAME-NO-MATCH        VALUE ' '.
           05 WS004-SSN-LEVEL             PIC  X.
              88 WS004-SSN-SAME             VALUE 'S'.
              88 WS004-SSN-ONE-DIGIT        VALUE 'D'.
              88 WS004-SSN-TRANSPOSED       VALUE 'T'.
              88 WS004-SSN-NO-MATCH         VALUE ' '.
           05 WS004-SAME-DIST-SW          PIC  X.
              88 WS004-SAME-DIST            VALUE 'Y'.
           05 WS004-OVERLAP-SW            PIC  X.
              88 WS004-DATES-OVERLAP        VALUE 'Y'.
           05 WS004-SCORE                 PIC  9.
      *  One combination's results, before they are folded into the
      *  pair's.
           05 WS004-COMBO-NAME-LEVEL      PIC  X.
           05 WS004-COMBO-SSN-LEVEL       PIC  X.
      *  Upper-cased working copies of the combination's names.
           05 WS004-CMP-LAST-NAME-A       PIC  X(20).
           05 WS004-CMP-FIRST-NAME-A      PIC  X(15).
           05 WS004-CMP-LAST-NAME-B       PIC  X(20).
           05 WS004-CMP-FIRST-NAME-B      PIC  X(15).
      *
      *  The second employee of the pair, fetched alongside the
      *  first, which comes back in DCLYDMSEMDN.
      *
       01  WS005-PARTNER-ROW.
           05 WS005-EMPLOYEE-PARTY-ID     PIC S9(15)V COMP-3.
           05 WS005-LAST-NAME             PIC  X(20).
           05 WS005-FIRST-NAME            PIC  X(15).
           05 WS005-SOCIAL-SECURITY-NB    PIC  X(9).
           05 WS005-DISTRIBUTOR-PARTY     PIC S9(15)V COMP-3.
           05 WS005-EFF-DTE               PIC  X(10).
           05 WS005-EXP-DTE               PIC  X(10).
           05 WS005-SUPPRESSED-SW         PIC  X.
      *
      *  One-keying-slip comparison of two strings of up to 20
      *  characters. 2700-COMPARE-ONE-EDIT sets the result: equal, one
      *  character changed, two neighbours swapped, one character
      *  added or dropped, or further apart than that.
      *
       01  WS006-COMPARE-WORKAREA.
           05 WS006-CMP-1                 PIC  X(20).
           05 WS006-CMP-1-TABLE REDEFINES WS006-CMP-1.
              10 WS006-CMP-1-CHAR         PIC  X OCCURS 20 TIMES.
           05 WS006-CMP-2                 PIC  X(20).
           05 WS006-CMP-2-TABLE REDEFINES WS006-CMP-2.
              10 WS006-CMP-2-CHAR         PIC  X OCCURS 20 TIMES.
           05 WS006-CMP-HOLD              PIC  X(20).
           05 WS006-LEN-1                 PIC S9(4) COMP VALUE 0.
           05 WS006-LEN-2                 PIC S9(4) COMP VALUE 0.
           05 WS006-LEN-HOLD              PIC S9(4) COMP VALUE 0.
           05 WS006-SUB-1                 PIC S9(4) COMP VALUE 0.
           05 WS006-SUB-2                 PIC S9(4) COMP VALUE 0.
           05 WS006-MISS-CNT              PIC S9(4) COMP VALUE 0.
           05 WS006-MISS-POS-1            PIC S9(4) COMP VALUE 0.
           05 WS006-MISS-POS-2            PIC S9(4) COMP VALUE 0.
           05 WS006-CMP-RESULT            PIC  X.
              88 WS006-CMP-EQUAL            VALUE 'E'.
              88 WS006-CMP-ONE-CHANGED      VALUE 'C'.
              88 WS006-CMP-TRANSPOSED       VALUE 'T'.
              88 WS006-CMP-ONE-ADDED        VALUE 'A'.
              88 WS006-CMP-WITHIN-ONE       VALUE 'E' 'C' 'T' 'A'.
              88 WS006-CMP-NO-MATCH         VALUE ' '.
           05 WS006-LAST-NAME-RESULT      PIC  X.
           05 WS006-FIRST-NAME-RESULT     PIC  X.
           05 WS006-PREFIX-SW             PIC  X.
              88 WS006-FIRST-IS-PREFIX      VALUE 'Y'.
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

       01  WS036-DUPRPT-CONTROL.
           05 WS036-DUPRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-DUPRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-DUPRPT-FILE-IS-OPEN  VALUE 'Y'.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB172A'.
           05 FILLER                      PIC X(34) VALUE
                 'DMS PROBABLE DUPLICATE PERSONS'.
           05 FILLER                      PIC X(7) VALUE 'AS OF:'.
           05 WS045-HDG1-AS-OF-DTE        PIC X(10).
           05 FILLER                      PIC X(4) VALUE SPACES.
           05 FILLER                      PIC X(15) VALUE
                 'MINIMUM SCORE:'.
           05 WS045-HDG1-MIN-SCORE        PIC 9.
           05 FILLER                      PIC X(18) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(4) VALUE SPACES.
       01  WS046-HDG2-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(17) VALUE
                 'EMPLOYEE PARTY'.
           05 FILLER                      PIC X(22) VALUE 'LAST NAME'.
           05 FILLER                      PIC X(17) VALUE 'FIRST NAME'.
           05 FILLER                      PIC X(11) VALUE 'SSN'.
           05 FILLER                      PIC X(12) VALUE 'BIRTH DATE'.
           05 FILLER                      PIC X(9) VALUE 'NAMES'.
           05 FILLER                      PIC X(12) VALUE 'SSN'.
           05 FILLER                      PIC X(6) VALUE 'DIST'.
           05 FILLER                      PIC X(6) VALUE 'DATES'.
           05 FILLER                      PIC X(5) VALUE 'SCORE'.
           05 FILLER                      PIC X(14) VALUE SPACES.
      *  First line of a pair - the lower party id and the results.
       01  WS048-PAIR-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-EMPL-PARTY            PIC Z(14)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-LAST-NAME             PIC X(20).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-FIRST-NAME            PIC X(15).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SSN-MASKED.
              10 WS048-SSN-MASK           PIC X(5).
              10 WS048-SSN-LAST4          PIC X(4).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-BIRTH-DTE             PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-NAME-MATCH            PIC X(7).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SSN-MATCH             PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SAME-DIST             PIC X(4).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-DATES-OVERLAP         PIC X(4).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SCORE                 PIC 9.
           05 FILLER                      PIC X(18) VALUE SPACES.
      *  Second line of a pair - the higher party id.
       01  WS049-PARTNER-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS049-EMPL-PARTY            PIC Z(14)9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS049-LAST-NAME             PIC X(20).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS049-FIRST-NAME            PIC X(15).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS049-SSN-MASKED.
              10 WS049-SSN-MASK           PIC X(5).
              10 WS049-SSN-LAST4          PIC X(4).
           05 FILLER                      PIC X(66) VALUE SPACES.
       01  WS051-TOTAL-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS051-TOTAL-LABEL           PIC X(40).
           05 WS051-TOTAL-CNT             PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(80) VALUE SPACES.
       01  WS052-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(50) VALUE
                 'NO PROBABLE DUPLICATE PERSONS FOUND'.
           05 FILLER                      PIC X(79) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSDSUP END-EXEC.
      *
      *  Every two party ids on the snapshot sharing a BIRTH_DTE, one
      *  row per combination of their snapshot rows, lower party id
      *  first. The last column says whether the stewards have the
      *  pair on the active suppression list.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_BIRTH_PAIRS CURSOR FOR
              SELECT
                 A."EMPLOYEE_PARTY_ID",
                 A."LAST_NAME",
                 A."FIRST_NAME",
                 A."SOCIAL_SECURITY_NB",
                 A."BIRTH_DTE",
                 A."DISTRIBUTOR_PARTY",
                 A."EFF_DTE",
                 A."EXP_DTE",
                 B."EMPLOYEE_PARTY_ID",
                 B."LAST_NAME",
                 B."FIRST_NAME",
                 B."SOCIAL_SECURITY_NB",
                 B."DISTRIBUTOR_PARTY",
                 B."EFF_DTE",
                 B."EXP_DTE",
                 CASE WHEN EXISTS
                      (SELECT 1
                       FROM "YDMSDSUP" S
                       WHERE S."LOW_PARTY_ID"  = A."EMPLOYEE_PARTY_ID"
                         AND S."HIGH_PARTY_ID" = B."EMPLOYEE_PARTY_ID"
                         AND S."STATUS_CD" = 'A')
                      THEN 'Y' ELSE 'N'
                 END
              FROM "YDMSEMDN" A,
                   "YDMSEMDN" B
              WHERE A."AS_OF_DTE" = :WS002-AS-OF-DTE-X
                AND B."AS_OF_DTE" = A."AS_OF_DTE"
                AND B."BIRTH_DTE" = A."BIRTH_DTE"
                AND B."EMPLOYEE_PARTY_ID" > A."EMPLOYEE_PARTY_ID"
              ORDER BY 1, 9
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
           MOVE  "DNCB172A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "REPORT_DUPLICATE_PERSONS" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-AS-OF-DTE-OVR TO WS002-AS-OF-DTE
           MOVE LS-FLOW-PARM-DUP-MIN-SCORE TO WS002-MIN-SCORE
           IF WS002-MIN-SCORE > 3
              MOVE 0 TO WS002-MIN-SCORE
           END-IF
           MOVE 0 TO WS002-SCORE-CNT (1)
           MOVE 0 TO WS002-SCORE-CNT (2)
           MOVE 0 TO WS002-SCORE-CNT (3)
           MOVE 0 TO WS002-SCORE-CNT (4)
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT DUPRPT-FILE
           IF WS036-DUPRPT-FILE-STATUS = "00"
              SET WS036-DUPRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN DUPRPT-FILE" TO
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
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS004-PAIR-OPEN
              PERFORM 2300-CLOSE-PAIR THRU 2300-EXIT
           END-IF
           PERFORM 2400-WRITE-TOTALS THRU 2400-EXIT
           MOVE WS002-AS-OF-DTE TO LS-FLOW-PARM-AS-OF-DTE-OVR
           MOVE WS002-MIN-SCORE TO LS-FLOW-PARM-DUP-MIN-SCORE
           MOVE WS002-PAIRS-LISTED TO LS-FLOW-CNT-DUP-PAIRS
           MOVE WS002-PAIRS-SUPPRESSED TO LS-FLOW-CNT-DUP-SUPPRESSED
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
                 MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
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
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-AS-OF-DTE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-AS-OF-DTE-IND < 0
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-AS-OF-DTE" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "NO SNAPSHOT ON YDMSEMDN TO SEARCH" TO
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
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_BIRTH_PAIRS
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSEMDN_BIRTH_PAIRS
           EXEC SQL FETCH CRSR001_YDMSEMDN_BIRTH_PAIRS INTO
              :DCLYDMSEMDN.EMPLOYEE-PARTY-ID,
              :DCLYDMSEMDN.LAST-NAME,
              :DCLYDMSEMDN.FIRST-NAME,
              :DCLYDMSEMDN.SOCIAL-SECURITY-NB,
              :DCLYDMSEMDN.BIRTH-DTE,
              :DCLYDMSEMDN.DISTRIBUTOR-PARTY,
              :DCLYDMSEMDN.EFF-DTE,
              :DCLYDMSEMDN.EXP-DTE,
              :WS005-EMPLOYEE-PARTY-ID,
              :WS005-LAST-NAME,
              :WS005-FIRST-NAME,
              :WS005-SOCIAL-SECURITY-NB,
              :WS005-DISTRIBUTOR-PARTY,
              :WS005-EFF-DTE,
              :WS005-EXP-DTE,
              :WS005-SUPPRESSED-SW
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
      *       A change of either party id closes the previous pair
      *       and opens the next.
              IF NOT WS004-PAIR-OPEN OR
                 EMPLOYEE-PARTY-ID OF DCLYDMSEMDN NOT =
                 WS004-PARTY-ID-A OR
                 WS005-EMPLOYEE-PARTY-ID NOT = WS004-PARTY-ID-B
                 IF WS004-PAIR-OPEN
                    PERFORM 2300-CLOSE-PAIR THRU 2300-EXIT
                 END-IF
                 PERFORM 2100-OPEN-PAIR THRU 2100-EXIT
              END-IF
              PERFORM 2200-RATE-COMBINATION THRU 2200-EXIT
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2100-OPEN-PAIR.
      *--------------------------------------------------------------*
      *  The pair prints with the names and SSNs of its first
      *  combination; the results start empty and are built up.
           SET WS004-PAIR-OPEN TO TRUE
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO WS004-PARTY-ID-A
           MOVE WS005-EMPLOYEE-PARTY-ID TO WS004-PARTY-ID-B
           MOVE LAST-NAME OF DCLYDMSEMDN TO WS004-LAST-NAME-A
           MOVE FIRST-NAME OF DCLYDMSEMDN TO WS004-FIRST-NAME-A
           MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN TO WS004-SSN-A
           MOVE WS005-LAST-NAME TO WS004-LAST-NAME-B
           MOVE WS005-FIRST-NAME TO WS004-FIRST-NAME-B
           MOVE WS005-SOCIAL-SECURITY-NB TO WS004-SSN-B
           MOVE BIRTH-DTE OF DCLYDMSEMDN TO WS004-BIRTH-DTE
           MOVE WS005-SUPPRESSED-SW TO WS004-SUPPRESSED-SW
           SET WS004-NAME-NO-MATCH TO TRUE
           SET WS004-SSN-NO-MATCH TO TRUE
           MOVE "N" TO WS004-SAME-DIST-SW
           MOVE "N" TO WS004-OVERLAP-SW
           ADD 1 TO WS002-PAIRS-EXAMINED
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-RATE-COMBINATION.
      *--------------------------------------------------------------*
      *  Compare one row of each employee and keep the best of each
      *  result over the pair: an exact name beats a near or swapped
      *  one, and the same SSN beats one a slip apart.
           PERFORM 2600-RATE-NAMES THRU 2600-EXIT
           IF WS004-COMBO-NAME-LEVEL = "E"
              OR (WS004-NAME-NO-MATCH AND
                  WS004-COMBO-NAME-LEVEL NOT = SPACE)
              MOVE WS004-COMBO-NAME-LEVEL TO WS004-NAME-LEVEL
           END-IF
           PERFORM 2650-RATE-SSN THRU 2650-EXIT
           IF WS004-COMBO-SSN-LEVEL = "S"
              OR (WS004-SSN-NO-MATCH AND
                  WS004-COMBO-SSN-LEVEL NOT = SPACE)
              MOVE WS004-COMBO-SSN-LEVEL TO WS004-SSN-LEVEL
           END-IF
           IF DISTRIBUTOR-PARTY OF DCLYDMSEMDN =
              WS005-DISTRIBUTOR-PARTY
              SET WS004-SAME-DIST TO TRUE
           END-IF
           IF EFF-DTE OF DCLYDMSEMDN NOT > WS005-EXP-DTE AND
              WS005-EFF-DTE NOT > EXP-DTE OF DCLYDMSEMDN
              SET WS004-DATES-OVERLAP TO TRUE
           END-IF
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-CLOSE-PAIR.
      *--------------------------------------------------------------*
      *  Only a pair whose names match is a candidate at all. A
      *  candidate the stewards have suppressed, or that scores below
      *  the minimum, is counted but not printed.
           MOVE "N" TO WS004-PAIR-OPEN-SW
           IF WS004-NAME-NO-MATCH
              GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS002-NAME-MATCHES
           IF WS004-PAIR-SUPPRESSED
              ADD 1 TO WS002-PAIRS-SUPPRESSED
              GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS004-SCORE
           IF NOT WS004-SSN-NO-MATCH
              ADD 1 TO WS004-SCORE
           END-IF
           IF WS004-SAME-DIST
              ADD 1 TO WS004-SCORE
           END-IF
           IF WS004-DATES-OVERLAP
              ADD 1 TO WS004-SCORE
           END-IF
           IF WS004-SCORE < WS002-MIN-SCORE
              ADD 1 TO WS002-PAIRS-BELOW-MIN
              GO TO 2300-EXIT
           END-IF
           PERFORM 2350-PRINT-PAIR THRU 2350-EXIT
           ADD 1 TO WS002-PAIRS-LISTED
           COMPUTE WS002-SCORE-SUB = WS004-SCORE + 1
           ADD 1 TO WS002-SCORE-CNT (WS002-SCORE-SUB)
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2350-PRINT-PAIR.
      *--------------------------------------------------------------*
      *  Two lines and a spacer per pair, kept together on a page.
           IF WS044-LINE-CNT > 54
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-PAIR-LINE
           MOVE WS004-PARTY-ID-A TO WS048-EMPL-PARTY
           MOVE WS004-LAST-NAME-A TO WS048-LAST-NAME
           MOVE WS004-FIRST-NAME-A TO WS048-FIRST-NAME
           MOVE "XXXXX" TO WS048-SSN-MASK
           MOVE WS004-SSN-A (6:4) TO WS048-SSN-LAST4
           MOVE WS004-BIRTH-DTE TO WS048-BIRTH-DTE
           EVALUATE TRUE
           WHEN WS004-NAME-EXACT
              MOVE "EXACT" TO WS048-NAME-MATCH
           WHEN WS004-NAME-NEAR
              MOVE "NEAR" TO WS048-NAME-MATCH
           WHEN WS004-NAME-SWAPPED
              MOVE "SWAPPED" TO WS048-NAME-MATCH
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS004-SSN-SAME
              MOVE "SAME" TO WS048-SSN-MATCH
           WHEN WS004-SSN-ONE-DIGIT
              MOVE "ONE DIGIT" TO WS048-SSN-MATCH
           WHEN WS004-SSN-TRANSPOSED
              MOVE "TRANSPOSED" TO WS048-SSN-MATCH
           WHEN OTHER
              MOVE "DIFFERENT" TO WS048-SSN-MATCH
           END-EVALUATE
           IF WS004-SAME-DIST
              MOVE "YES" TO WS048-SAME-DIST
           ELSE
              MOVE "NO" TO WS048-SAME-DIST
           END-IF
           IF WS004-DATES-OVERLAP
              MOVE "YES" TO WS048-DATES-OVERLAP
           ELSE
              MOVE "NO" TO WS048-DATES-OVERLAP
           END-IF
           MOVE WS004-SCORE TO WS048-SCORE
           MOVE WS048-PAIR-LINE TO DUPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS049-PARTNER-LINE
           MOVE WS004-PARTY-ID-B TO WS049-EMPL-PARTY
           MOVE WS004-LAST-NAME-B TO WS049-LAST-NAME
           MOVE WS004-FIRST-NAME-B TO WS049-FIRST-NAME
           MOVE "XXXXX" TO WS049-SSN-MASK
           MOVE WS004-SSN-B (6:4) TO WS049-SSN-LAST4
           MOVE WS049-PARTNER-LINE TO DUPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO DUPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2350-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-WRITE-TOTALS.
      *--------------------------------------------------------------*
           IF WS002-PAIRS-LISTED = 0
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
              MOVE WS052-NONE-LINE TO DUPRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           END-IF
           IF WS044-LINE-CNT > 47
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO DUPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "PARTY ID PAIRS SHARING A BIRTH DATE" TO
             WS051-TOTAL-LABEL
           MOVE WS002-PAIRS-EXAMINED TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "  OF WHICH NAMES ALSO MATCH" TO WS051-TOTAL-LABEL
           MOVE WS002-NAME-MATCHES TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "    SUPPRESSED BY THE DATA STEWARDS" TO
             WS051-TOTAL-LABEL
           MOVE WS002-PAIRS-SUPPRESSED TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "    BELOW THE MINIMUM SCORE" TO WS051-TOTAL-LABEL
           MOVE WS002-PAIRS-BELOW-MIN TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "    LISTED" TO WS051-TOTAL-LABEL
           MOVE WS002-PAIRS-LISTED TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "      SCORE 3" TO WS051-TOTAL-LABEL
           MOVE WS002-SCORE-CNT (4) TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "      SCORE 2" TO WS051-TOTAL-LABEL
           MOVE WS002-SCORE-CNT (3) TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "      SCORE 1" TO WS051-TOTAL-LABEL
           MOVE WS002-SCORE-CNT (2) TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           MOVE "      SCORE 0" TO WS051-TOTAL-LABEL
           MOVE WS002-SCORE-CNT (1) TO WS051-TOTAL-CNT
           PERFORM 2410-WRITE-TOTAL-LINE THRU 2410-EXIT
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2410-WRITE-TOTAL-LINE.
      *--------------------------------------------------------------*
           MOVE WS051-TOTAL-LINE TO DUPRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2410-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE DUPRPT-LINE AFTER ADVANCING 1 LINE
           IF WS036-DUPRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE DUPRPT-FILE" TO
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
           MOVE WS002-AS-OF-DTE-X TO WS045-HDG1-AS-OF-DTE
           MOVE WS002-MIN-SCORE TO WS045-HDG1-MIN-SCORE
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO DUPRPT-LINE
           WRITE DUPRPT-LINE AFTER ADVANCING PAGE
           MOVE WS046-HDG2-LINE TO DUPRPT-LINE
           WRITE DUPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO DUPRPT-LINE
           WRITE DUPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS044-LINE-CNT
           .
       2520-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2600-RATE-NAMES.
      *--------------------------------------------------------------*
      *  E = the same names, W = LAST_NAME and FIRST_NAME keyed the
      *  wrong way round on one of them, N = near, blank = no match.
           MOVE SPACE TO WS004-COMBO-NAME-LEVEL
           MOVE LAST-NAME OF DCLYDMSEMDN TO WS004-CMP-LAST-NAME-A
           MOVE FIRST-NAME OF DCLYDMSEMDN TO WS004-CMP-FIRST-NAME-A
           MOVE WS005-LAST-NAME TO WS004-CMP-LAST-NAME-B
           MOVE WS005-FIRST-NAME TO WS004-CMP-FIRST-NAME-B
           INSPECT WS004-CMP-LAST-NAME-A CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS004-CMP-FIRST-NAME-A CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS004-CMP-LAST-NAME-B CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS004-CMP-FIRST-NAME-B CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS004-CMP-LAST-NAME-A = WS004-CMP-LAST-NAME-B AND
              WS004-CMP-FIRST-NAME-A = WS004-CMP-FIRST-NAME-B
              MOVE "E" TO WS004-COMBO-NAME-LEVEL
              GO TO 2600-EXIT
           END-IF
           IF WS004-CMP-LAST-NAME-A (16:5) = SPACES AND
              WS004-CMP-LAST-NAME-B (16:5) = SPACES AND
              WS004-CMP-LAST-NAME-A (1:15) = WS004-CMP-FIRST-NAME-B AND
              WS004-CMP-LAST-NAME-B (1:15) = WS004-CMP-FIRST-NAME-A
              MOVE "W" TO WS004-COMBO-NAME-LEVEL
              GO TO 2600-EXIT
           END-IF
           MOVE WS004-CMP-LAST-NAME-A TO WS006-CMP-1
           MOVE WS004-CMP-LAST-NAME-B TO WS006-CMP-2
           PERFORM 2700-COMPARE-ONE-EDIT THRU 2700-EXIT
           MOVE WS006-CMP-RESULT TO WS006-LAST-NAME-RESULT
           IF WS006-CMP-NO-MATCH
              GO TO 2600-EXIT
           END-IF
           MOVE WS004-CMP-FIRST-NAME-A TO WS006-CMP-1
           MOVE WS004-CMP-FIRST-NAME-B TO WS006-CMP-2
           PERFORM 2700-COMPARE-ONE-EDIT THRU 2700-EXIT
           MOVE WS006-CMP-RESULT TO WS006-FIRST-NAME-RESULT
           IF WS006-CMP-WITHIN-ONE
              MOVE "N" TO WS004-COMBO-NAME-LEVEL
              GO TO 2600-EXIT
           END-IF
      *  Same surname, and one first name an initial or short form
      *  of the other - J against JOHN, CHRIS against CHRISTOPHER.
           IF WS006-LAST-NAME-RESULT = "E"
              PERFORM 2750-CHECK-FIRST-PREFIX THRU 2750-EXIT
              IF WS006-FIRST-IS-PREFIX
                 MOVE "N" TO WS004-COMBO-NAME-LEVEL
              END-IF
           END-IF
           .
       2600-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2650-RATE-SSN.
      *--------------------------------------------------------------*
      *  S = the same SSN, D = one digit different, T = two
      *  neighbouring digits transposed, blank = none of these. A
      *  missing SSN agrees with nothing.
           MOVE SPACE TO WS004-COMBO-SSN-LEVEL
           IF SOCIAL-SECURITY-NB OF DCLYDMSEMDN = SPACES OR
              SOCIAL-SECURITY-NB OF DCLYDMSEMDN = "000000000" OR
              WS005-SOCIAL-SECURITY-NB = SPACES OR
              WS005-SOCIAL-SECURITY-NB = "000000000"
              GO TO 2650-EXIT
           END-IF
           MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN TO WS006-CMP-1
           MOVE WS005-SOCIAL-SECURITY-NB TO WS006-CMP-2
           PERFORM 2700-COMPARE-ONE-EDIT THRU 2700-EXIT
           EVALUATE TRUE
           WHEN WS006-CMP-EQUAL
              MOVE "S" TO WS004-COMBO-SSN-LEVEL
           WHEN WS006-CMP-ONE-CHANGED
              MOVE "D" TO WS004-COMBO-SSN-LEVEL
           WHEN WS006-CMP-TRANSPOSED
              MOVE "T" TO WS004-COMBO-SSN-LEVEL
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       2650-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2700-COMPARE-ONE-EDIT.
      *--------------------------------------------------------------*
      *  Compare WS006-CMP-1 with WS006-CMP-2, ignoring trailing
      *  spaces.
           SET WS006-CMP-NO-MATCH TO TRUE
           IF WS006-CMP-1 = WS006-CMP-2
              SET WS006-CMP-EQUAL TO TRUE
              GO TO 2700-EXIT
           END-IF
           PERFORM 2710-FIND-LENGTHS THRU 2710-EXIT
           IF WS006-LEN-1 = 0 OR WS006-LEN-2 = 0
              GO TO 2700-EXIT
           END-IF
           IF WS006-LEN-1 = WS006-LEN-2
              PERFORM 2720-COMPARE-SAME-LENGTH THRU 2720-EXIT
              GO TO 2700-EXIT
           END-IF
      *  Lengths differ - make WS006-CMP-2 the longer one.
           IF WS006-LEN-1 > WS006-LEN-2
              MOVE WS006-CMP-1 TO WS006-CMP-HOLD
              MOVE WS006-CMP-2 TO WS006-CMP-1
              MOVE WS006-CMP-HOLD TO WS006-CMP-2
              MOVE WS006-LEN-1 TO WS006-LEN-HOLD
              MOVE WS006-LEN-2 TO WS006-LEN-1
              MOVE WS006-LEN-HOLD TO WS006-LEN-2
           END-IF
           IF WS006-LEN-2 - WS006-LEN-1 = 1
              PERFORM 2730-COMPARE-ONE-LONGER THRU 2730-EXIT
           END-IF
           .
       2700-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2710-FIND-LENGTHS.
      *--------------------------------------------------------------*
           MOVE 0 TO WS006-LEN-1
           IF WS006-CMP-1 NOT = SPACES
              MOVE 20 TO WS006-LEN-1
              PERFORM 2711-SHORTEN-1 THRU 2711-EXIT
                WITH TEST BEFORE UNTIL
                WS006-CMP-1-CHAR (WS006-LEN-1) NOT = SPACE
           END-IF
           MOVE 0 TO WS006-LEN-2
           IF WS006-CMP-2 NOT = SPACES
              MOVE 20 TO WS006-LEN-2
              PERFORM 2712-SHORTEN-2 THRU 2712-EXIT
                WITH TEST BEFORE UNTIL
                WS006-CMP-2-CHAR (WS006-LEN-2) NOT = SPACE
           END-IF
           .
       2710-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2711-SHORTEN-1.
      *--------------------------------------------------------------*
           SUBTRACT 1 FROM WS006-LEN-1
           .
       2711-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2712-SHORTEN-2.
      *--------------------------------------------------------------*
           SUBTRACT 1 FROM WS006-LEN-2
           .
       2712-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2720-COMPARE-SAME-LENGTH.
      *--------------------------------------------------------------*
      *  One position different is one character changed; exactly
      *  two, side by side and crossed over, is a transposition.
           MOVE 0 TO WS006-MISS-CNT
           MOVE 0 TO WS006-MISS-POS-1
           MOVE 0 TO WS006-MISS-POS-2
           MOVE 1 TO WS006-SUB-1
           PERFORM 2721-COMPARE-POSITION THRU 2721-EXIT
             WITH TEST BEFORE UNTIL WS006-SUB-1 > WS006-LEN-1 OR
             WS006-MISS-CNT > 2
           EVALUATE TRUE
           WHEN WS006-MISS-CNT = 1
              SET WS006-CMP-ONE-CHANGED TO TRUE
           WHEN WS006-MISS-CNT = 2
              IF WS006-MISS-POS-2 = WS006-MISS-POS-1 + 1 AND
                 WS006-CMP-1-CHAR (WS006-MISS-POS-1) =
                 WS006-CMP-2-CHAR (WS006-MISS-POS-2) AND
                 WS006-CMP-1-CHAR (WS006-MISS-POS-2) =
                 WS006-CMP-2-CHAR (WS006-MISS-POS-1)
                 SET WS006-CMP-TRANSPOSED TO TRUE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       2720-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2721-COMPARE-POSITION.
      *--------------------------------------------------------------*
           IF WS006-CMP-1-CHAR (WS006-SUB-1) NOT =
              WS006-CMP-2-CHAR (WS006-SUB-1)
              ADD 1 TO WS006-MISS-CNT
              IF WS006-MISS-CNT = 1
                 MOVE WS006-SUB-1 TO WS006-MISS-POS-1
              END-IF
              IF WS006-MISS-CNT = 2
                 MOVE WS006-SUB-1 TO WS006-MISS-POS-2
              END-IF
           END-IF
           ADD 1 TO WS006-SUB-1
           .
       2721-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2730-COMPARE-ONE-LONGER.
      *--------------------------------------------------------------*
      *  WS006-CMP-2 is one character longer. Walk both strings
      *  together, stepping over at most one extra character of the
      *  longer one; anything more is no match.
           MOVE 0 TO WS006-MISS-CNT
           MOVE 1 TO WS006-SUB-1
           MOVE 1 TO WS006-SUB-2
           PERFORM 2731-STEP-ONE-LONGER THRU 2731-EXIT
             WITH TEST BEFORE UNTIL WS006-SUB-2 > WS006-LEN-2 OR
             WS006-MISS-CNT > 1
           IF WS006-MISS-CNT = 1
              SET WS006-CMP-ONE-ADDED TO TRUE
           END-IF
           .
       2730-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2731-STEP-ONE-LONGER.
      *--------------------------------------------------------------*
           IF WS006-SUB-1 NOT > WS006-LEN-1
              IF WS006-CMP-1-CHAR (WS006-SUB-1) =
                 WS006-CMP-2-CHAR (WS006-SUB-2)
                 ADD 1 TO WS006-SUB-1
                 ADD 1 TO WS006-SUB-2
                 GO TO 2731-EXIT
              END-IF
           END-IF
           ADD 1 TO WS006-MISS-CNT
           ADD 1 TO WS006-SUB-2
           .
       2731-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2750-CHECK-FIRST-PREFIX.
      *--------------------------------------------------------------*
      *  Is the shorter FIRST_NAME the leading part of the longer?
           MOVE "N" TO WS006-PREFIX-SW
           MOVE WS004-CMP-FIRST-NAME-A TO WS006-CMP-1
           MOVE WS004-CMP-FIRST-NAME-B TO WS006-CMP-2
           PERFORM 2710-FIND-LENGTHS THRU 2710-EXIT
           IF WS006-LEN-1 = 0 OR WS006-LEN-2 = 0
              GO TO 2750-EXIT
           END-IF
           IF WS006-LEN-1 > WS006-LEN-2
              MOVE WS006-LEN-2 TO WS006-LEN-1
           END-IF
           IF WS006-CMP-1 (1:WS006-LEN-1) = WS006-CMP-2 (1:WS006-LEN-1)
              SET WS006-FIRST-IS-PREFIX TO TRUE
           END-IF
           .
       2750-EXIT.
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
           EXEC SQL CLOSE CRSR001_YDMSEMDN_BIRTH_PAIRS
           END-EXEC
           IF WS036-DUPRPT-FILE-IS-OPEN
              CLOSE DUPRPT-FILE
              MOVE "N" TO WS036-DUPRPT-FILE-OPEN-SW
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
              MOVE "DNCB172A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
