      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB175A.
       AUTHOR.        Jumar Solutions.
      *   Name: CARRIER_ELIGIBILITY_EXTRACT
      *
      *   Benefits-carrier eligibility interface. Compares a new
      *   YDMSEMDN snapshot with the one before it, employee by
      *   employee, and writes one event record per change the
      *   carrier acts on:
      *     HIR  new hire - on the new snapshot only. Effective the
      *          earliest EFF_DTE of the employee's assignments.
      *     TRM  termination - on the old snapshot only. Effective
      *          the latest EXP_DTE the old snapshot carried when
      *          that is before the new AS_OF_DTE, otherwise the new
      *          AS_OF_DTE (the employee simply dropped off the feed).
      *     DEM  demographic change - LAST_NAME, FIRST_NAME,
      *          SOCIAL_SECURITY_NB or BIRTH_DTE differ. Effective
      *          the new AS_OF_DTE; the before values ride along.
      *     XFR  transfer between distributors - the employee is on
      *          none of the distributors the old snapshot had.
      *          YDMSEMDN has a row per outlet, and DISTRIBUTOR_ID is
      *          outlet-derived, so the distributor is taken as
      *          DISTRIBUTOR_PARTY: a move between two outlets of one
      *          distributor, or picking up or dropping a second
      *          distributor while staying on the first, is not a
      *          transfer. Effective the latest EFF_DTE on the new
      *          snapshot - the start of the new assignment. The
      *          prior distributor sent is the lowest DISTRIBUTOR_PARTY
      *          the old snapshot had.
      *   One employee can raise both DEM and XFR. The file is kept
      *   separate from the DNCB127A payroll extract but wrapped in
      *   the same header/trailer envelope, numbered on its own
      *   BENELIG sequence in YDMSPCYC.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Carrier eligibility interface - one fixed event record per
      *  employee change between the two snapshot dates.
           SELECT ELIGEX-FILE ASSIGN TO ELIGEXOT
               FILE STATUS IS WS036-ELIGEX-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ELIGEX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *  The same envelope as the payroll file: a header carrying the
      *  cycle sequence number assigned from the BENELIG row of
      *  YDMSPCYC and both snapshot dates compared, and a trailer
      *  carrying the event-record count and an SSN hash total
      *  (low-order 15 digits of the sum of the numeric SSNs sent).
       01  ELIGEX-HDR-RECORD.
           05 ELIGEX-HDR-REC-TYPE            PIC X(3).
              88 ELIGEX-HDR-TYPE-HDR            VALUE 'HDR'.
           05 ELIGEX-HDR-EXTRACT-DTE         PIC 9(8).
           05 ELIGEX-HDR-AS-OF-DTE           PIC 9(8).
           05 ELIGEX-HDR-CYCLE-NB            PIC 9(9).
           05 ELIGEX-HDR-PRIOR-AS-OF-DTE     PIC 9(8).
           05 FILLER                         PIC X(134).
       01  ELIGEX-TRL-RECORD.
           05 ELIGEX-TRL-REC-TYPE            PIC X(3).
              88 ELIGEX-TRL-TYPE-TRL            VALUE 'TRL'.
           05 ELIGEX-TRL-REC-CNT             PIC 9(9).
           05 ELIGEX-TRL-SSN-HASH            PIC 9(15).
           05 FILLER                         PIC X(143).
      *  The carrier's event layout. The PRIOR- fields are filled only
      *  where the event has a before value: the old distributor on a
      *  transfer, the old name, SSN and birth date on a demographic
      *  change. A distributor is sent as its DISTRIBUTOR_PARTY - the
      *  lowest one when the employee is on more than one.
       01  ELIGEX-RECORD.
           05 ELIGEX-EVENT-CD                PIC X(3).
              88 ELIGEX-EVENT-NEW-HIRE          VALUE 'HIR'.
              88 ELIGEX-EVENT-TERMINATION       VALUE 'TRM'.
              88 ELIGEX-EVENT-DEMOGRAPHIC       VALUE 'DEM'.
              88 ELIGEX-EVENT-TRANSFER          VALUE 'XFR'.
           05 ELIGEX-EVENT-EFF-DTE           PIC X(10).
           05 ELIGEX-EMPLOYEE-PARTY-ID       PIC 9(15).
           05 ELIGEX-LAST-NAME               PIC X(20).
           05 ELIGEX-FIRST-NAME              PIC X(15).
           05 ELIGEX-MIDDLE-INITIAL          PIC X(01).
           05 ELIGEX-SOCIAL-SECURITY-NB      PIC X(09).
           05 ELIGEX-BIRTH-DTE               PIC X(10).
           05 ELIGEX-DISTRIBUTOR-PARTY       PIC 9(15).
           05 ELIGEX-PRIOR-DISTRIBUTOR-PARTY PIC 9(15).
           05 ELIGEX-PRIOR-LAST-NAME         PIC X(20).
           05 ELIGEX-PRIOR-FIRST-NAME        PIC X(15).
           05 ELIGEX-PRIOR-SSN               PIC X(09).
           05 ELIGEX-PRIOR-BIRTH-DTE         PIC X(10).
           05 FILLER                         PIC X(03).
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
      *  Extract control fields - the two snapshot dates are received
      *  from DNCB174B via LS-FLOW-PARMS. A zero new date means the
      *  latest AS_OF_DTE on YDMSEMDN; a zero old date means the
      *  latest one before the new date.
      *
       01  WS002-ELIGIBILITY-CONTROL.
           05 WS002-OLD-AS-OF-DTE         PIC  9(8).
           05 WS002-OLD-AS-OF-DTE-X       PIC  X(10).
           05 WS002-NEW-AS-OF-DTE         PIC  9(8).
           05 WS002-NEW-AS-OF-DTE-X       PIC  X(10).
           05 WS002-AS-OF-DTE-IND         PIC S9(4) COMP VALUE 0.
           05 WS002-FOUND-AS-OF-DTE-X     PIC  X(10).
           05 WS002-RECORDS-WRITTEN       PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-HIRE              PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-TERM              PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-DEMOG             PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-XFER              PIC  9(9) COMP-3 VALUE 0.
           05 WS002-SHARED-DIST-CNT       PIC S9(9) COMP VALUE 0.
      *
      *  One fetch area per snapshot side so the match-merge can hold
      *  an employee from each cursor at the same time. Each holds the
      *  employee's demographics and the spread of distributors and
      *  assignment dates over all the employee's rows.
      *
       01  WS003-OLD-PERSON.
           05 WS003-OLD-EMPLOYEE-PARTY-ID    PIC S9(15)V COMP-3.
           05 WS003-OLD-LAST-NAME            PIC  X(20).
           05 WS003-OLD-FIRST-NAME           PIC  X(15).
           05 WS003-OLD-MIDDLE-INITIAL       PIC  X(1).
           05 WS003-OLD-SOCIAL-SECURITY-NB   PIC  X(9).
           05 WS003-OLD-BIRTH-DTE            PIC  X(10).
           05 WS003-OLD-LOW-DIST-PARTY       PIC S9(15)V COMP-3.
           05 WS003-OLD-HIGH-DIST-PARTY      PIC S9(15)V COMP-3.
           05 WS003-OLD-FIRST-EFF-DTE        PIC  X(10).
           05 WS003-OLD-LAST-EFF-DTE         PIC  X(10).
           05 WS003-OLD-LAST-EXP-DTE         PIC  X(10).
       01  WS004-NEW-PERSON.
           05 WS004-NEW-EMPLOYEE-PARTY-ID    PIC S9(15)V COMP-3.
           05 WS004-NEW-LAST-NAME            PIC  X(20).
           05 WS004-NEW-FIRST-NAME           PIC  X(15).
           05 WS004-NEW-MIDDLE-INITIAL       PIC  X(1).
           05 WS004-NEW-SOCIAL-SECURITY-NB   PIC  X(9).
           05 WS004-NEW-BIRTH-DTE            PIC  X(10).
           05 WS004-NEW-LOW-DIST-PARTY       PIC S9(15)V COMP-3.
           05 WS004-NEW-HIGH-DIST-PARTY      PIC S9(15)V COMP-3.
           05 WS004-NEW-FIRST-EFF-DTE        PIC  X(10).
           05 WS004-NEW-LAST-EFF-DTE         PIC  X(10).
           05 WS004-NEW-LAST-EXP-DTE         PIC  X(10).
       77  WS003-OLD-MIDDLE-INITIAL-NL  PIC S9(4) COMP.
       77  WS004-NEW-MIDDLE-INITIAL-NL  PIC S9(4) COMP.
      *
      *  Match keys built from each side's current employee -
      *  HIGH-VALUES once that side's cursor is exhausted, so the
      *  other side drains through the normal compare logic.
      *
       01  WS005-MATCH-KEYS.
           05 WS005-OLD-KEY.
              10 WS005-OLD-KEY-EMP-PARTY     PIC  9(15).
           05 WS005-NEW-KEY.
              10 WS005-NEW-KEY-EMP-PARTY     PIC  9(15).
      *
      *  ISO date to YYYYMMDD for the snapshot dates handed back.
      *
       01  WS006-DATE-CONVERT.
           05 WS006-ISO-DTE.
              10 WS006-ISO-YYYY           PIC  X(4).
              10 FILLER                   PIC  X(1).
              10 WS006-ISO-MM             PIC  X(2).
              10 FILLER                   PIC  X(1).
              10 WS006-ISO-DD             PIC  X(2).
           05 WS006-YMD-DTE.
              10 WS006-YMD-YYYY           PIC  X(4).
              10 WS006-YMD-MM             PIC  X(2).
              10 WS006-YMD-DD             PIC  X(2).
           05 WS006-YMD-DTE-N REDEFINES WS006-YMD-DTE
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
       01  WS036-ELIGEX-CONTROL.
           05 WS036-ELIGEX-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-ELIGEX-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-ELIGEX-FILE-IS-OPEN  VALUE 'Y'.
      *
      *  Interface envelope control - the cycle sequence number is
      *  assigned from the BENELIG row of YDMSPCYC and only saved back
      *  once the trailer is safely on the file, so an aborted run
      *  never burns a number and a rerun retransmits under the same
      *  one.
      *
       01  WS037-CYCLE-CONTROL.
           05 WS037-CYCLE-NB              PIC  9(9) VALUE 0.
           05 WS037-CYCLE-ROW-SW          PIC  X VALUE 'N'.
              88 WS037-CYCLE-ROW-FOUND      VALUE 'Y'.
           05 WS037-SSN-HASH-TOTAL        PIC  9(15) COMP-3 VALUE 0.
           05 WS037-SSN-WORK.
              10 WS037-SSN-WORK-X         PIC  X(9).
           05 WS037-SSN-WORK-9 REDEFINES WS037-SSN-WORK
                                          PIC  9(9).
       01  WS013-FUNCTION-WORKAREA.
           05 WS013-COBOL-TIMESTAMP           PIC  X(21).
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
      * * * * * * * * * * * * * * * * * * * * * *
      *           CURSOR DECLARATIONS           *
      * * * * * * * * * * * * * * * * * * * * * *
      *  One row per employee on each snapshot, in EMPLOYEE_PARTY_ID
      *  order on both sides - the match-merge in 2000-MATCH-MERGE
      *  depends on the two result sets collating identically. The
      *  demographics come from the employee master and are the same
      *  on every one of an employee's rows, so MAX simply picks them
      *  up.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_OLD_PERSON CURSOR FOR
              SELECT
                 "EMPLOYEE_PARTY_ID",
                 MAX("LAST_NAME"),
                 MAX("FIRST_NAME"),
                 MAX("MIDDLE_INITIAL"),
                 MAX("SOCIAL_SECURITY_NB"),
                 MAX("BIRTH_DTE"),
                 MIN("DISTRIBUTOR_PARTY"),
                 MAX("DISTRIBUTOR_PARTY"),
                 MIN("EFF_DTE"),
                 MAX("EFF_DTE"),
                 MAX("EXP_DTE")
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-OLD-AS-OF-DTE-X
              GROUP BY "EMPLOYEE_PARTY_ID"
              ORDER BY "EMPLOYEE_PARTY_ID"
           END-EXEC.
           EXEC SQL DECLARE CRSR002_YDMSEMDN_NEW_PERSON CURSOR FOR
              SELECT
                 "EMPLOYEE_PARTY_ID",
                 MAX("LAST_NAME"),
                 MAX("FIRST_NAME"),
                 MAX("MIDDLE_INITIAL"),
                 MAX("SOCIAL_SECURITY_NB"),
                 MAX("BIRTH_DTE"),
                 MIN("DISTRIBUTOR_PARTY"),
                 MAX("DISTRIBUTOR_PARTY"),
                 MIN("EFF_DTE"),
                 MAX("EFF_DTE"),
                 MAX("EXP_DTE")
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-NEW-AS-OF-DTE-X
              GROUP BY "EMPLOYEE_PARTY_ID"
              ORDER BY "EMPLOYEE_PARTY_ID"
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
           MOVE  "DNCB175A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "CARRIER_ELIGIBILITY_EXTRACT" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-CMP-OLD-AS-OF-DTE TO WS002-OLD-AS-OF-DTE
           MOVE LS-FLOW-PARM-CMP-NEW-AS-OF-DTE TO WS002-NEW-AS-OF-DTE
           OPEN OUTPUT ELIGEX-FILE
           IF WS036-ELIGEX-FILE-STATUS = "00"
              SET WS036-ELIGEX-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN ELIGEX-FILE" TO
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
           PERFORM 1000-RESOLVE-NEW-DTE THRU 1000-EXIT
           PERFORM 1010-RESOLVE-OLD-DTE THRU 1010-EXIT
           PERFORM 1500-ASSIGN-CYCLE-NB THRU 1500-EXIT
           PERFORM 1600-WRITE-HEADER-RECORD THRU 1600-EXIT
           PERFORM 1001-OPEN-CURSORS THRU 1001-EXIT
           PERFORM 1100-FETCH-OLD-PERSON THRU 1100-EXIT
           PERFORM 1200-FETCH-NEW-PERSON THRU 1200-EXIT
           PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
             UNTIL WS005-OLD-KEY = HIGH-VALUES AND
                   WS005-NEW-KEY = HIGH-VALUES
           PERFORM 1700-WRITE-TRAILER-RECORD THRU 1700-EXIT
           PERFORM 1800-SAVE-CYCLE-NB THRU 1800-EXIT
           MOVE WS002-OLD-AS-OF-DTE TO LS-FLOW-PARM-CMP-OLD-AS-OF-DTE
           MOVE WS002-NEW-AS-OF-DTE TO LS-FLOW-PARM-CMP-NEW-AS-OF-DTE
           MOVE WS002-RECORDS-WRITTEN TO LS-FLOW-CNT-EXTRACTED
           MOVE WS002-CNT-HIRE TO LS-FLOW-CNT-ELIG-HIRE
           MOVE WS002-CNT-TERM TO LS-FLOW-CNT-ELIG-TERM
           MOVE WS002-CNT-DEMOG TO LS-FLOW-CNT-ELIG-DEMOG
           MOVE WS002-CNT-XFER TO LS-FLOW-CNT-ELIG-XFER
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-RESOLVE-NEW-DTE.
      *--------------------------------------------------------------*
      *  A keyed new snapshot date is converted to ISO; otherwise the
      *  latest AS_OF_DTE on YDMSEMDN - the load just finished - is
      *  used.
           IF WS002-NEW-AS-OF-DTE NOT = 0
              MOVE WS002-NEW-AS-OF-DTE TO WS030-DT-T-TS-INPUT-VAL
              PERFORM 1050-FORMAT-DATE THRU 1050-EXIT
              MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-NEW-AS-OF-DTE-X
              GO TO 1000-EXIT
           END-IF
           EXEC SQL
              SELECT MAX("AS_OF_DTE")
              INTO :WS002-NEW-AS-OF-DTE-X :WS002-AS-OF-DTE-IND
              FROM "YDMSEMDN"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1000-RESOLVE-NEW-DTE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-NEW-DTE" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-AS-OF-DTE-IND < 0
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-RESOLVE-NEW-DTE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "NO SNAPSHOT ON YDMSEMDN TO EXTRACT EVENTS FROM" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-NEW-AS-OF-DTE-X TO WS006-ISO-DTE
           PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
           MOVE WS006-YMD-DTE-N TO WS002-NEW-AS-OF-DTE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1010-RESOLVE-OLD-DTE.
      *--------------------------------------------------------------*
      *  The snapshot to compare with. A keyed date - used to catch
      *  up after a missed week - must be earlier than the new one
      *  and still be on YDMSEMDN; otherwise it is the latest
      *  AS_OF_DTE before the new one. Without an earlier snapshot
      *  every employee would go to the carrier as a new hire, so the
      *  run refuses rather than send that.
           IF WS002-OLD-AS-OF-DTE NOT = 0
              MOVE WS002-OLD-AS-OF-DTE TO WS030-DT-T-TS-INPUT-VAL
              PERFORM 1050-FORMAT-DATE THRU 1050-EXIT
              MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-OLD-AS-OF-DTE-X
              IF WS002-OLD-AS-OF-DTE NOT < WS002-NEW-AS-OF-DTE
                 MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
                 MOVE "1010-RESOLVE-OLD-DTE" TO
                   LS-FLOW-ERROR-PARA-NAME
                 MOVE "PRIOR AS_OF_DTE NOT BEFORE THE NEW ONE" TO
                   LS-FLOW-ERROR-MESSAGE-1
                 SET LS-FLOW-SYSTEM-ERROR TO TRUE
                 PERFORM 9990-ABORT THRU 9990-EXIT
              END-IF
              EXEC SQL
                 SELECT MAX("AS_OF_DTE")
                 INTO :WS002-FOUND-AS-OF-DTE-X :WS002-AS-OF-DTE-IND
                 FROM "YDMSEMDN"
                 WHERE "AS_OF_DTE" = :WS002-OLD-AS-OF-DTE-X
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT MAX("AS_OF_DTE")
                 INTO :WS002-FOUND-AS-OF-DTE-X :WS002-AS-OF-DTE-IND
                 FROM "YDMSEMDN"
                 WHERE "AS_OF_DTE" < :WS002-NEW-AS-OF-DTE-X
              END-EXEC
           END-IF
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1010-RESOLVE-OLD-DTE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1010-RESOLVE-OLD-DTE" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-AS-OF-DTE-IND < 0
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1010-RESOLVE-OLD-DTE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "NO PRIOR SNAPSHOT ON YDMSEMDN TO COMPARE WITH" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-FOUND-AS-OF-DTE-X TO WS002-OLD-AS-OF-DTE-X
           MOVE WS002-OLD-AS-OF-DTE-X TO WS006-ISO-DTE
           PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
           MOVE WS006-YMD-DTE-N TO WS002-OLD-AS-OF-DTE
           .
       1010-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-FORMAT-DATE.
      *--------------------------------------------------------------*
      *  Convert the YYYYMMDD date in WS030-DT-T-TS-INPUT-VAL into the
      *  ISO form DB2 expects for a host-variable comparison against
      *  AS_OF_DTE.
           MOVE "C" TO WS030-COBOL-DB2-IND
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1050-FORMAT-DATE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
              SET LS-FLOW-EXEC-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSORS.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_OLD_PERSON
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSORS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           EXEC SQL OPEN CRSR002_YDMSEMDN_NEW_PERSON
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSORS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-FETCH-OLD-PERSON.
      *--------------------------------------------------------------*
           EXEC SQL FETCH CRSR001_YDMSEMDN_OLD_PERSON INTO
              :WS003-OLD-EMPLOYEE-PARTY-ID,
              :WS003-OLD-LAST-NAME,
              :WS003-OLD-FIRST-NAME,
              :WS003-OLD-MIDDLE-INITIAL :WS003-OLD-MIDDLE-INITIAL-NL,
              :WS003-OLD-SOCIAL-SECURITY-NB,
              :WS003-OLD-BIRTH-DTE,
              :WS003-OLD-LOW-DIST-PARTY,
              :WS003-OLD-HIGH-DIST-PARTY,
              :WS003-OLD-FIRST-EFF-DTE,
              :WS003-OLD-LAST-EFF-DTE,
              :WS003-OLD-LAST-EXP-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1100-FETCH-OLD-PERSON" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              IF WS003-OLD-MIDDLE-INITIAL-NL < 0
                 MOVE SPACES TO WS003-OLD-MIDDLE-INITIAL
              END-IF
              MOVE WS003-OLD-EMPLOYEE-PARTY-ID TO
                WS005-OLD-KEY-EMP-PARTY
           WHEN 100
              MOVE HIGH-VALUES TO WS005-OLD-KEY
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1100-FETCH-OLD-PERSON" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-FETCH-NEW-PERSON.
      *--------------------------------------------------------------*
           EXEC SQL FETCH CRSR002_YDMSEMDN_NEW_PERSON INTO
              :WS004-NEW-EMPLOYEE-PARTY-ID,
              :WS004-NEW-LAST-NAME,
              :WS004-NEW-FIRST-NAME,
              :WS004-NEW-MIDDLE-INITIAL :WS004-NEW-MIDDLE-INITIAL-NL,
              :WS004-NEW-SOCIAL-SECURITY-NB,
              :WS004-NEW-BIRTH-DTE,
              :WS004-NEW-LOW-DIST-PARTY,
              :WS004-NEW-HIGH-DIST-PARTY,
              :WS004-NEW-FIRST-EFF-DTE,
              :WS004-NEW-LAST-EFF-DTE,
              :WS004-NEW-LAST-EXP-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1200-FETCH-NEW-PERSON" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              IF WS004-NEW-MIDDLE-INITIAL-NL < 0
                 MOVE SPACES TO WS004-NEW-MIDDLE-INITIAL
              END-IF
              MOVE WS004-NEW-EMPLOYEE-PARTY-ID TO
                WS005-NEW-KEY-EMP-PARTY
           WHEN 100
              MOVE HIGH-VALUES TO WS005-NEW-KEY
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1200-FETCH-NEW-PERSON" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-ASSIGN-CYCLE-NB.
      *--------------------------------------------------------------*
      *  Next outbound cycle number is one past the BENELIG row of
      *  YDMSPCYC. A missing row only happens on the very first
      *  transmission - the run starts the sequence at one and the
      *  save paragraph inserts the row.
           MOVE "BENELIG" TO INTFC-ID OF DCLYDMSPCYC
           EXEC SQL
              SELECT "LAST_CYCLE_NB"
              INTO :DCLYDMSPCYC.LAST-CYCLE-NB
              FROM "YDMSPCYC"
              WHERE "INTERFACE_ID" = :DCLYDMSPCYC.INTFC-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPCYC" TO WS-DBMS-TABLE-NAME
           MOVE "1500-ASSIGN-CYCLE-NB" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "Y" TO WS037-CYCLE-ROW-SW
              COMPUTE WS037-CYCLE-NB =
                LAST-CYCLE-NB OF DCLYDMSPCYC + 1
           WHEN 100
              MOVE "N" TO WS037-CYCLE-ROW-SW
              MOVE 1 TO WS037-CYCLE-NB
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1500-ASSIGN-CYCLE-NB" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1600-WRITE-HEADER-RECORD.
      *--------------------------------------------------------------*
           INITIALIZE ELIGEX-HDR-RECORD
           MOVE "HDR" TO ELIGEX-HDR-REC-TYPE
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO ELIGEX-HDR-EXTRACT-DTE
           MOVE WS002-NEW-AS-OF-DTE TO ELIGEX-HDR-AS-OF-DTE
           MOVE WS037-CYCLE-NB TO ELIGEX-HDR-CYCLE-NB
           MOVE WS002-OLD-AS-OF-DTE TO ELIGEX-HDR-PRIOR-AS-OF-DTE
           WRITE ELIGEX-HDR-RECORD
           IF WS036-ELIGEX-FILE-STATUS NOT = "00"
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1600-WRITE-HEADER-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE ELIGEX-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1600-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1700-WRITE-TRAILER-RECORD.
      *--------------------------------------------------------------*
           INITIALIZE ELIGEX-TRL-RECORD
           MOVE "TRL" TO ELIGEX-TRL-REC-TYPE
           MOVE WS002-RECORDS-WRITTEN TO ELIGEX-TRL-REC-CNT
           MOVE WS037-SSN-HASH-TOTAL TO ELIGEX-TRL-SSN-HASH
           WRITE ELIGEX-TRL-RECORD
           IF WS036-ELIGEX-FILE-STATUS NOT = "00"
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1700-WRITE-TRAILER-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE ELIGEX-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1700-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1800-SAVE-CYCLE-NB.
      *--------------------------------------------------------------*
      *  The trailer is on the file, so the cycle number is spent -
      *  record it, with the snapshot the carrier is now current to,
      *  so the next transmission takes the one after.
           MOVE WS037-CYCLE-NB TO LAST-CYCLE-NB OF DCLYDMSPCYC
           IF WS037-CYCLE-ROW-FOUND
              EXEC SQL
                 UPDATE "YDMSPCYC"
                 SET "LAST_CYCLE_NB" = :DCLYDMSPCYC.LAST-CYCLE-NB,
                     "LAST_AS_OF_DTE" = :WS002-NEW-AS-OF-DTE-X,
                     "LAST_UPD_TMSP" = CURRENT TIMESTAMP
                 WHERE "INTERFACE_ID" = :DCLYDMSPCYC.INTFC-ID
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO "YDMSPCYC" (
                    "INTERFACE_ID",
                    "LAST_CYCLE_NB",
                    "LAST_AS_OF_DTE",
                    "LAST_UPD_TMSP"
                 ) VALUES (
                    :DCLYDMSPCYC.INTFC-ID,
                    :DCLYDMSPCYC.LAST-CYCLE-NB,
                    :WS002-NEW-AS-OF-DTE-X,
                    CURRENT TIMESTAMP
                 )
              END-EXEC
           END-IF
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPCYC" TO WS-DBMS-TABLE-NAME
           MOVE "1800-SAVE-CYCLE-NB" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1800-SAVE-CYCLE-NB" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1800-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-MATCH-MERGE.
      *--------------------------------------------------------------*
      *  Two-cursor match on EMPLOYEE_PARTY_ID: old side only is a
      *  termination, new side only a new hire, and an employee on
      *  both is checked for a demographic change and a transfer.
           EVALUATE TRUE
           WHEN WS005-OLD-KEY < WS005-NEW-KEY
              PERFORM 2100-TERMINATION-EVENT THRU 2100-EXIT
              PERFORM 1100-FETCH-OLD-PERSON THRU 1100-EXIT
           WHEN WS005-OLD-KEY > WS005-NEW-KEY
              PERFORM 2200-NEW-HIRE-EVENT THRU 2200-EXIT
              PERFORM 1200-FETCH-NEW-PERSON THRU 1200-EXIT
           WHEN OTHER
              PERFORM 2300-CHECK-CHANGE-EVENTS THRU 2300-EXIT
              PERFORM 1100-FETCH-OLD-PERSON THRU 1100-EXIT
              PERFORM 1200-FETCH-NEW-PERSON THRU 1200-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-TERMINATION-EVENT.
      *--------------------------------------------------------------*
           INITIALIZE ELIGEX-RECORD
           SET ELIGEX-EVENT-TERMINATION TO TRUE
           IF WS003-OLD-LAST-EXP-DTE < WS002-NEW-AS-OF-DTE-X
              MOVE WS003-OLD-LAST-EXP-DTE TO ELIGEX-EVENT-EFF-DTE
           ELSE
              MOVE WS002-NEW-AS-OF-DTE-X TO ELIGEX-EVENT-EFF-DTE
           END-IF
           MOVE WS003-OLD-EMPLOYEE-PARTY-ID TO
             ELIGEX-EMPLOYEE-PARTY-ID
           MOVE WS003-OLD-LAST-NAME TO ELIGEX-LAST-NAME
           MOVE WS003-OLD-FIRST-NAME TO ELIGEX-FIRST-NAME
           MOVE WS003-OLD-MIDDLE-INITIAL TO ELIGEX-MIDDLE-INITIAL
           MOVE WS003-OLD-SOCIAL-SECURITY-NB TO
             ELIGEX-SOCIAL-SECURITY-NB
           MOVE WS003-OLD-BIRTH-DTE TO ELIGEX-BIRTH-DTE
           MOVE WS003-OLD-LOW-DIST-PARTY TO ELIGEX-DISTRIBUTOR-PARTY
           PERFORM 2500-WRITE-EVENT-RECORD THRU 2500-EXIT
           ADD 1 TO WS002-CNT-TERM
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-NEW-HIRE-EVENT.
      *--------------------------------------------------------------*
           INITIALIZE ELIGEX-RECORD
           SET ELIGEX-EVENT-NEW-HIRE TO TRUE
           MOVE WS004-NEW-FIRST-EFF-DTE TO ELIGEX-EVENT-EFF-DTE
           PERFORM 2400-MOVE-NEW-PERSON THRU 2400-EXIT
           PERFORM 2500-WRITE-EVENT-RECORD THRU 2500-EXIT
           ADD 1 TO WS002-CNT-HIRE
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-CHECK-CHANGE-EVENTS.
      *--------------------------------------------------------------*
      *  The employee is on both snapshots - a DEM record when any of
      *  the carrier's identifying fields moved, then an XFR record
      *  when the employee left every distributor it was on.
           IF WS003-OLD-LAST-NAME NOT = WS004-NEW-LAST-NAME OR
              WS003-OLD-FIRST-NAME NOT = WS004-NEW-FIRST-NAME OR
              WS003-OLD-SOCIAL-SECURITY-NB NOT =
                WS004-NEW-SOCIAL-SECURITY-NB OR
              WS003-OLD-BIRTH-DTE NOT = WS004-NEW-BIRTH-DTE
              INITIALIZE ELIGEX-RECORD
              SET ELIGEX-EVENT-DEMOGRAPHIC TO TRUE
              MOVE WS002-NEW-AS-OF-DTE-X TO ELIGEX-EVENT-EFF-DTE
              PERFORM 2400-MOVE-NEW-PERSON THRU 2400-EXIT
              MOVE WS003-OLD-LAST-NAME TO ELIGEX-PRIOR-LAST-NAME
              MOVE WS003-OLD-FIRST-NAME TO ELIGEX-PRIOR-FIRST-NAME
              MOVE WS003-OLD-SOCIAL-SECURITY-NB TO ELIGEX-PRIOR-SSN
              MOVE WS003-OLD-BIRTH-DTE TO ELIGEX-PRIOR-BIRTH-DTE
              PERFORM 2500-WRITE-EVENT-RECORD THRU 2500-EXIT
              ADD 1 TO WS002-CNT-DEMOG
           END-IF
      *  A lowest or highest DISTRIBUTOR_PARTY the same on both sides
      *  means the employee is still on that distributor, so the
      *  spread read by the cursors settles most employees; the rest
      *  are checked distributor by distributor in 2350.
           IF WS003-OLD-LOW-DIST-PARTY = WS004-NEW-LOW-DIST-PARTY OR
              WS003-OLD-HIGH-DIST-PARTY = WS004-NEW-HIGH-DIST-PARTY
              GO TO 2300-EXIT
           END-IF
           PERFORM 2350-COUNT-SHARED-DIST THRU 2350-EXIT
           IF WS002-SHARED-DIST-CNT = 0
              INITIALIZE ELIGEX-RECORD
              SET ELIGEX-EVENT-TRANSFER TO TRUE
              MOVE WS004-NEW-LAST-EFF-DTE TO ELIGEX-EVENT-EFF-DTE
              PERFORM 2400-MOVE-NEW-PERSON THRU 2400-EXIT
              MOVE WS003-OLD-LOW-DIST-PARTY TO
                ELIGEX-PRIOR-DISTRIBUTOR-PARTY
              PERFORM 2500-WRITE-EVENT-RECORD THRU 2500-EXIT
              ADD 1 TO WS002-CNT-XFER
           END-IF
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2350-COUNT-SHARED-DIST.
      *--------------------------------------------------------------*
      *  The employee's rows on the new snapshot whose distributor
      *  the employee was also on in the old snapshot, matched on
      *  DISTRIBUTOR_PARTY so any outlet of it counts - zero means
      *  every old distributor was left.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-SHARED-DIST-CNT
              FROM "YDMSEMDN" N
              WHERE N."AS_OF_DTE" = :WS002-NEW-AS-OF-DTE-X
                AND N."EMPLOYEE_PARTY_ID" =
                    :WS004-NEW-EMPLOYEE-PARTY-ID
                AND EXISTS
                   (SELECT 1
                      FROM "YDMSEMDN" O
                     WHERE O."AS_OF_DTE" = :WS002-OLD-AS-OF-DTE-X
                       AND O."EMPLOYEE_PARTY_ID" =
                           N."EMPLOYEE_PARTY_ID"
                       AND O."DISTRIBUTOR_PARTY" =
                           N."DISTRIBUTOR_PARTY")
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2350-COUNT-SHARED-DIST" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2350-COUNT-SHARED-DIST" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2350-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-MOVE-NEW-PERSON.
      *--------------------------------------------------------------*
           MOVE WS004-NEW-EMPLOYEE-PARTY-ID TO
             ELIGEX-EMPLOYEE-PARTY-ID
           MOVE WS004-NEW-LAST-NAME TO ELIGEX-LAST-NAME
           MOVE WS004-NEW-FIRST-NAME TO ELIGEX-FIRST-NAME
           MOVE WS004-NEW-MIDDLE-INITIAL TO ELIGEX-MIDDLE-INITIAL
           MOVE WS004-NEW-SOCIAL-SECURITY-NB TO
             ELIGEX-SOCIAL-SECURITY-NB
           MOVE WS004-NEW-BIRTH-DTE TO ELIGEX-BIRTH-DTE
           MOVE WS004-NEW-LOW-DIST-PARTY TO ELIGEX-DISTRIBUTOR-PARTY
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-WRITE-EVENT-RECORD.
      *--------------------------------------------------------------*
      *  SSN hash total for the trailer - a blank SSN contributes
      *  nothing, the same way the payroll file sums them.
           MOVE ELIGEX-SOCIAL-SECURITY-NB TO WS037-SSN-WORK-X
           IF WS037-SSN-WORK-9 NUMERIC
              ADD WS037-SSN-WORK-9 TO WS037-SSN-HASH-TOTAL
           END-IF
           WRITE ELIGEX-RECORD
           IF WS036-ELIGEX-FILE-STATUS NOT = "00"
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2500-WRITE-EVENT-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE ELIGEX-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           ADD 1 TO WS002-RECORDS-WRITTEN
           .
       2500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-ISO-TO-YMD.
      *--------------------------------------------------------------*
           MOVE WS006-ISO-YYYY TO WS006-YMD-YYYY
           MOVE WS006-ISO-MM TO WS006-YMD-MM
           MOVE WS006-ISO-DD TO WS006-YMD-DD
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
           EXEC SQL CLOSE CRSR001_YDMSEMDN_OLD_PERSON
           END-EXEC
           EXEC SQL CLOSE CRSR002_YDMSEMDN_NEW_PERSON
           END-EXEC
           IF WS036-ELIGEX-FILE-IS-OPEN
              CLOSE ELIGEX-FILE
              MOVE "N" TO WS036-ELIGEX-FILE-OPEN-SW
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
              MOVE "DNCB175A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
