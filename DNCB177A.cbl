      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB177A.
       AUTHOR.        Jumar Solutions.
      *   Name: BACKOUT_DENORMALIZED_EMPL_TABLE
      *
      *   Takes one AS_OF_DTE back off YDMSEMDN in full, so a bad
      *   DNCB122B load for that date can be rerun cleanly instead
      *   of being patched by hand. The date's row count is reported
      *   before anything is touched, every row is saved to the
      *   BKOUTOUT file in full column form, and only then are the
      *   rows deleted - the delete must match the rows saved or the
      *   whole backout rolls back. Only the newest date on
      *   YDMSEMDN - the one the latest load put there - may be
      *   backed out; an older date is refused, so the backout always
      *   takes back the load run just before it and the volume
      *   monitor voids the right one. A date already sent to payroll
      *   (on or before the PAYEXT LAST_AS_OF_DTE on YDMSPCYC) is
      *   refused unless the operator override is keyed; a date under
      *   an active YDMSLHLD legal hold is refused outright. The
      *   reinstate function reads a backout file back in through
      *   the BKOUTIN file and puts the date back exactly as it was,
      *   guarded so a date already on YDMSEMDN is never doubled.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The backout file - one record per YDMSEMDN row taken off,
      *  every column carried, so a reinstate puts back exactly what
      *  the backout removed. Written by a backout, read back in by a
      *  reinstate under its own DD; the two record layouts below
      *  must stay in step.
           SELECT BKOUT-FILE ASSIGN TO BKOUTOUT
               FILE STATUS IS WS036-BKOUT-FILE-STATUS.
           SELECT BKIN-FILE ASSIGN TO BKOUTIN
               FILE STATUS IS WS037-BKIN-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BKOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKOUT-RECORD.
           05 BKOUT-AS-OF-DTE                PIC X(10).
           05 BKOUT-DISTRIBUTOR-ID           PIC X(8).
           05 BKOUT-DISTRIBUTOR-PARTY        PIC 9(15).
           05 BKOUT-EMPLOYEE-PARTY-ID        PIC 9(15).
           05 BKOUT-LAST-NAME                PIC X(20).
           05 BKOUT-FIRST-NAME               PIC X(15).
           05 BKOUT-MIDDLE-INITIAL           PIC X(01).
      *  Y when MIDDLE_INITIAL was null on the row, so the reinstate
      *  puts the null back rather than a blank.
           05 BKOUT-MIDDLE-INITIAL-NULL-SW   PIC X(01).
           05 BKOUT-SOCIAL-SECURITY-NB       PIC X(09).
           05 BKOUT-BIRTH-DTE                PIC X(10).
           05 BKOUT-EFF-DTE                  PIC X(10).
           05 BKOUT-EXP-DTE                  PIC X(10).
           05 BKOUT-LAST-UPD-TMSP            PIC X(26).
           05 BKOUT-LAST-UPD-UID             PIC X(8).
           05 BKOUT-DATE-EXCEPT-CD           PIC X(01).
           05 FILLER                         PIC X(01).
       FD  BKIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKIN-RECORD.
           05 BKIN-AS-OF-DTE                 PIC X(10).
           05 BKIN-DISTRIBUTOR-ID            PIC X(8).
           05 BKIN-DISTRIBUTOR-PARTY         PIC 9(15).
           05 BKIN-EMPLOYEE-PARTY-ID         PIC 9(15).
           05 BKIN-LAST-NAME                 PIC X(20).
           05 BKIN-FIRST-NAME                PIC X(15).
           05 BKIN-MIDDLE-INITIAL            PIC X(01).
           05 BKIN-MIDDLE-INITIAL-NULL-SW    PIC X(01).
              88 BKIN-MIDDLE-INITIAL-IS-NULL   VALUE 'Y'.
           05 BKIN-SOCIAL-SECURITY-NB        PIC X(09).
           05 BKIN-BIRTH-DTE                 PIC X(10).
           05 BKIN-EFF-DTE                   PIC X(10).
           05 BKIN-EXP-DTE                   PIC X(10).
           05 BKIN-LAST-UPD-TMSP             PIC X(26).
           05 BKIN-LAST-UPD-UID              PIC X(8).
           05 BKIN-DATE-EXCEPT-CD            PIC X(01).
           05 FILLER                         PIC X(01).
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
      *  Backout control fields - the snapshot date, the function and
      *  the payroll override are received from DNCB176B via
      *  LS-FLOW-PARMS.
      *
       01  WS002-BACKOUT-CONTROL.
           05 WS002-BACKOUT-AS-OF-DTE     PIC  9(8).
           05 WS002-BACKOUT-AS-OF-DTE-X   PIC  X(10).
           05 WS002-ROWS-ON-YDMSEMDN      PIC S9(9) COMP VALUE 0.
           05 WS002-ROWS-SAVED            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-DELETED          PIC  9(9) COMP-3 VALUE 0.
           05 WS002-RECS-READ             PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-REINSTATED       PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ACTIVE-HOLD-CNT       PIC S9(9) COMP VALUE 0.
           05 WS002-PAYROLL-AS-OF-DTE-X   PIC  X(10) VALUE SPACES.
           05 WS002-LATEST-AS-OF-DTE-X    PIC  X(10) VALUE SPACES.
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

       77  WS003-MIDDLE-INITIAL-NL  PIC S9(4) COMP.
       77  WS004-PAYROLL-AS-OF-NL   PIC S9(4) COMP.
       01  WS036-BKOUT-CONTROL.
           05 WS036-BKOUT-FILE-STATUS     PIC XX VALUE '00'.
           05 WS036-BKOUT-FILE-OPEN-SW    PIC X VALUE 'N'.
              88 WS036-BKOUT-FILE-IS-OPEN   VALUE 'Y'.
       01  WS037-BKIN-CONTROL.
           05 WS037-BKIN-FILE-STATUS      PIC XX VALUE '00'.
           05 WS037-BKIN-FILE-OPEN-SW     PIC X VALUE 'N'.
              88 WS037-BKIN-FILE-IS-OPEN    VALUE 'Y'.
           05 WS037-BKIN-EOF-SW           PIC X VALUE 'N'.
              88 WS037-BKIN-EOF             VALUE 'Y'.
      *
      *  Count-mismatch message line for the abort paths - expected
      *  count against the count actually achieved.
       01  WS040-COUNT-MSG.
           05 FILLER                      PIC X(10) VALUE 'EXPECTED: '.
           05 WS040-MSG-EXPECTED-CNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X(10) VALUE '  ACTUAL: '.
           05 WS040-MSG-ACTUAL-CNT        PIC ZZZ,ZZZ,ZZ9.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSPCYC END-EXEC.
      *
      *  Every row of the snapshot date being backed out, every
      *  column, in the same order as the payroll extract.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_BACKOUT CURSOR FOR
              SELECT
                 "DISTRIBUTOR_ID",
                 "DISTRIBUTOR_PARTY",
                 "EMPLOYEE_PARTY_ID",
                 "LAST_NAME",
                 "FIRST_NAME",
                 "MIDDLE_INITIAL",
                 "SOCIAL_SECURITY_NB",
                 "BIRTH_DTE",
                 "EFF_DTE",
                 "EXP_DTE",
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD"
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-BACKOUT-AS-OF-DTE-X
              ORDER BY "DISTRIBUTOR_ID", "EMPLOYEE_PARTY_ID"
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
           PERFORM 9920-CLOSE-FILES THRU 9920-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           MOVE  "DNCB177A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "BACKOUT_DENORMALIZED_EMPL_TABLE" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE LS-FLOW-PARM-BACKOUT-AS-OF-DTE TO
             WS002-BACKOUT-AS-OF-DTE
           MOVE 0 TO WS002-ROWS-SAVED
           MOVE 0 TO WS002-ROWS-DELETED
           MOVE 0 TO WS002-RECS-READ
           MOVE 0 TO WS002-ROWS-REINSTATED
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
      *  A backout date of zero is an operator error, not "back out
      *  everything" - refuse to run rather than guess.
           IF WS002-BACKOUT-AS-OF-DTE = 0
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "BACKOUT AS_OF_DTE WAS NOT SUPPLIED - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 1000-FORMAT-BACKOUT-DATE THRU 1000-EXIT
           EVALUATE TRUE
           WHEN LS-FLOW-BACKOUT-REMOVE
              PERFORM 2000-BACKOUT-SNAPSHOT THRU 2000-EXIT
           WHEN LS-FLOW-BACKOUT-REINSTATE
              PERFORM 5000-REINSTATE-SNAPSHOT THRU 5000-EXIT
           WHEN OTHER
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "INVALID BACKOUT FUNCTION - KEY B OR R - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           MOVE WS002-ROWS-SAVED TO LS-FLOW-CNT-EXTRACTED
           MOVE WS002-ROWS-DELETED TO LS-FLOW-CNT-DELETED
           MOVE WS002-ROWS-REINSTATED TO LS-FLOW-CNT-RESTORED
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FORMAT-BACKOUT-DATE.
      *--------------------------------------------------------------*
      *  Convert the YYYYMMDD backout date into the ISO form DB2
      *  expects for a host-variable comparison against AS_OF_DTE.
           INITIALIZE WS030-DT-T-TS-INPUT
           MOVE "C" TO WS030-COBOL-DB2-IND
           MOVE WS002-BACKOUT-AS-OF-DTE TO WS030-DT-T-TS-INPUT-VAL
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FORMAT-BACKOUT-DATE" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
              SET LS-FLOW-EXEC-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           ELSE
              MOVE WS030-DT-T-TS-OUTPUT(1:10) TO
                WS002-BACKOUT-AS-OF-DTE-X
           END-IF
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-COUNT-SNAPSHOT-ROWS.
      *--------------------------------------------------------------*
      *  How many rows the date has on YDMSEMDN right now - reported
      *  on the job log before a backout deletes anything, and the
      *  guard against a reinstate doubling the date up.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-ROWS-ON-YDMSEMDN
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-BACKOUT-AS-OF-DTE-X
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1100-COUNT-SNAPSHOT-ROWS" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1100-COUNT-SNAPSHOT-ROWS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           DISPLAY "DNCB177A - ROWS ON YDMSEMDN FOR AS_OF_DTE "
              WS002-BACKOUT-AS-OF-DTE-X ": " WS002-ROWS-ON-YDMSEMDN
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-BACKOUT-SNAPSHOT.
      *--------------------------------------------------------------*
      *  Count first, then the guards, then save every row to the
      *  backout file and only then delete - all in one unit of work,
      *  so an abort anywhere leaves YDMSEMDN exactly as it was.
           PERFORM 1100-COUNT-SNAPSHOT-ROWS THRU 1100-EXIT
           MOVE WS002-ROWS-ON-YDMSEMDN TO LS-FLOW-CNT-FETCHED
           IF WS002-ROWS-ON-YDMSEMDN = 0
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-BACKOUT-SNAPSHOT" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "AS_OF_DTE NOT ON YDMSEMDN - NOTHING TO BACK OUT"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 2050-GUARD-LATEST-DATE THRU 2050-EXIT
           PERFORM 2100-GUARD-PAYROLL-SENT THRU 2100-EXIT
           PERFORM 2200-GUARD-LEGAL-HOLD THRU 2200-EXIT
      *  A count-only run stops here, having reported the count and
      *  proved the guards pass - nothing is written or deleted.
           IF LS-FLOW-VALIDATE-ONLY-ON
              DISPLAY "DNCB177A - COUNT ONLY - NOTHING BACKED OUT"
              GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT BKOUT-FILE
           IF WS036-BKOUT-FILE-STATUS = "00"
              SET WS036-BKOUT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-BACKOUT-SNAPSHOT" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN BKOUT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 2300-SAVE-SNAPSHOT-ROWS THRU 2300-EXIT
      *  The file is closed before the delete so the saved copy is
      *  complete on disk before a single row leaves the table.
           CLOSE BKOUT-FILE
           MOVE "N" TO WS036-BKOUT-FILE-OPEN-SW
           IF WS002-ROWS-SAVED NOT = WS002-ROWS-ON-YDMSEMDN
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-BACKOUT-SNAPSHOT" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ROWS SAVED DIFFER FROM ROW COUNT - BACKOUT REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              MOVE WS002-ROWS-ON-YDMSEMDN TO WS040-MSG-EXPECTED-CNT
              MOVE WS002-ROWS-SAVED TO WS040-MSG-ACTUAL-CNT
              MOVE WS040-COUNT-MSG TO LS-FLOW-ERROR-MESSAGE-2
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 2400-DELETE-SNAPSHOT-ROWS THRU 2400-EXIT
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-GUARD-LATEST-DATE.
      *--------------------------------------------------------------*
      *  The backout is recorded on YDMSRAUD against no date, and
      *  DNCB147A takes it to void the load run just before it. That
      *  holds only for the newest AS_OF_DTE on YDMSEMDN, so any
      *  older date is refused - backing out a date a later good
      *  load has already followed would void the good run instead.
      *  Successive backouts still work newest first. The date has
      *  rows, so MAX cannot come back null here.
           EXEC SQL
              SELECT MAX("AS_OF_DTE")
              INTO :WS002-LATEST-AS-OF-DTE-X
              FROM "YDMSEMDN"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2050-GUARD-LATEST-DATE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2050-GUARD-LATEST-DATE" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-BACKOUT-AS-OF-DTE-X NOT = WS002-LATEST-AS-OF-DTE-X
              DISPLAY "DNCB177A - NEWEST AS_OF_DTE ON YDMSEMDN: "
                 WS002-LATEST-AS-OF-DTE-X
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2050-GUARD-LATEST-DATE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "AS_OF_DTE IS NOT THE NEWEST LOADED - BACKOUT REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-GUARD-PAYROLL-SENT.
      *--------------------------------------------------------------*
      *  Payroll has been sent every snapshot up to the PAYEXT
      *  LAST_AS_OF_DTE on YDMSPCYC. Backing out a date on or before
      *  it pulls the rows out from under a transmission payroll has
      *  already taken, so it is refused unless the operator override
      *  was keyed. No PAYEXT row, or one with no date yet, means
      *  nothing has gone to payroll.
           MOVE "PAYEXT" TO INTFC-ID OF DCLYDMSPCYC
           EXEC SQL
              SELECT "LAST_AS_OF_DTE"
              INTO :DCLYDMSPCYC.LAST-AS-OF-DTE :WS004-PAYROLL-AS-OF-NL
              FROM "YDMSPCYC"
              WHERE "INTERFACE_ID" = :DCLYDMSPCYC.INTFC-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSPCYC" TO WS-DBMS-TABLE-NAME
           MOVE "2100-GUARD-PAYROLL-SENT" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              IF WS004-PAYROLL-AS-OF-NL = -1
                 GO TO 2100-EXIT
              END-IF
              MOVE LAST-AS-OF-DTE OF DCLYDMSPCYC TO
                WS002-PAYROLL-AS-OF-DTE-X
           WHEN 100
              GO TO 2100-EXIT
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-GUARD-PAYROLL-SENT" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           IF WS002-BACKOUT-AS-OF-DTE-X > WS002-PAYROLL-AS-OF-DTE-X
              GO TO 2100-EXIT
           END-IF
           DISPLAY "DNCB177A - AS_OF_DTE " WS002-BACKOUT-AS-OF-DTE-X
              " HAS GONE TO PAYROLL"
           DISPLAY "  PAYEXT LAST_AS_OF_DTE ON YDMSPCYC: "
              WS002-PAYROLL-AS-OF-DTE-X
           IF LS-FLOW-PAYROLL-OVERRIDE-ON
              DISPLAY "  PAYROLL OVERRIDE WAS KEYED - PROCEEDING"
           ELSE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-GUARD-PAYROLL-SENT" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "AS_OF_DTE ALREADY SENT TO PAYROLL - BACKOUT REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-GUARD-LEGAL-HOLD.
      *--------------------------------------------------------------*
      *  Rows under an active YDMSLHLD legal hold may not leave
      *  YDMSEMDN by any route - the purges leave them in place and
      *  so does a backout. A date-range hold covering the date, or
      *  an employee hold covering it for an employee on the date,
      *  refuses the whole backout; the payroll override does not
      *  reach this far. Legal releases the hold through DNCB169A
      *  first if the date really must come out.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-ACTIVE-HOLD-CNT
              FROM "YDMSLHLD" H
              WHERE H."STATUS_CD" = 'A'
                AND H."FROM_AS_OF_DTE" <= :WS002-BACKOUT-AS-OF-DTE-X
                AND H."TO_AS_OF_DTE" >= :WS002-BACKOUT-AS-OF-DTE-X
                AND (H."HOLD_TYPE_CD" = 'D'
                     OR EXISTS
                        (SELECT 1
                         FROM "YDMSEMDN" E
                         WHERE E."AS_OF_DTE" =
                               :WS002-BACKOUT-AS-OF-DTE-X
                           AND E."EMPLOYEE_PARTY_ID" =
                               H."EMPLOYEE_PARTY_ID"))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "2200-GUARD-LEGAL-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2200-GUARD-LEGAL-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-ACTIVE-HOLD-CNT > 0
              DISPLAY "DNCB177A - ACTIVE LEGAL HOLDS ON AS_OF_DTE: "
                 WS002-ACTIVE-HOLD-CNT
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2200-GUARD-LEGAL-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "AS_OF_DTE UNDER ACTIVE LEGAL HOLD - BACKOUT REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-SAVE-SNAPSHOT-ROWS.
      *--------------------------------------------------------------*
           PERFORM 2301-OPEN-CURSOR THRU 2301-EXIT
           PERFORM 2303-READ-EACH THRU 2303-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2300-SAVE-SNAPSHOT-ROWS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           EXEC SQL CLOSE CRSR001_YDMSEMDN_BACKOUT
           END-EXEC
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2301-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_BACKOUT
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2301-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2301-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2302-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSEMDN_BACKOUT
           EXEC SQL FETCH CRSR001_YDMSEMDN_BACKOUT INTO
              :DCLYDMSEMDN.DISTRIBUTOR-ID,
              :DCLYDMSEMDN.DISTRIBUTOR-PARTY,
              :DCLYDMSEMDN.EMPLOYEE-PARTY-ID,
              :DCLYDMSEMDN.LAST-NAME,
              :DCLYDMSEMDN.FIRST-NAME,
              :DCLYDMSEMDN.MIDDLE-INITIAL :WS003-MIDDLE-INITIAL-NL,
              :DCLYDMSEMDN.SOCIAL-SECURITY-NB,
              :DCLYDMSEMDN.BIRTH-DTE,
              :DCLYDMSEMDN.EFF-DTE,
              :DCLYDMSEMDN.EXP-DTE,
              :DCLYDMSEMDN.LAST-UPD-TMSP,
              :DCLYDMSEMDN.LAST-UPD-UID,
              :DCLYDMSEMDN.AS-OF-DTE,
              :DCLYDMSEMDN.DATE-EXCEPT-CD
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2302-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       2302-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2303-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 2302-FETCH-CURSOR-DATA THRU 2302-EXIT
           IF DBMS-OK
              PERFORM 2304-WRITE-BACKOUT-RECORD THRU 2304-EXIT
           END-IF
           .
       2303-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2304-WRITE-BACKOUT-RECORD.
      *--------------------------------------------------------------*
           INITIALIZE BKOUT-RECORD
           MOVE AS-OF-DTE OF DCLYDMSEMDN TO BKOUT-AS-OF-DTE
           MOVE DISTRIBUTOR-ID OF DCLYDMSEMDN TO
             BKOUT-DISTRIBUTOR-ID
           MOVE DISTRIBUTOR-PARTY OF DCLYDMSEMDN TO
             BKOUT-DISTRIBUTOR-PARTY
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
             BKOUT-EMPLOYEE-PARTY-ID
           MOVE LAST-NAME OF DCLYDMSEMDN TO BKOUT-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSEMDN TO BKOUT-FIRST-NAME
           IF WS003-MIDDLE-INITIAL-NL = -1
              MOVE SPACES TO BKOUT-MIDDLE-INITIAL
              MOVE "Y" TO BKOUT-MIDDLE-INITIAL-NULL-SW
           ELSE
              MOVE MIDDLE-INITIAL OF DCLYDMSEMDN TO
                BKOUT-MIDDLE-INITIAL
              MOVE "N" TO BKOUT-MIDDLE-INITIAL-NULL-SW
           END-IF
           MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN TO
             BKOUT-SOCIAL-SECURITY-NB
           MOVE BIRTH-DTE OF DCLYDMSEMDN TO BKOUT-BIRTH-DTE
           MOVE EFF-DTE OF DCLYDMSEMDN TO BKOUT-EFF-DTE
           MOVE EXP-DTE OF DCLYDMSEMDN TO BKOUT-EXP-DTE
           MOVE LAST-UPD-TMSP OF DCLYDMSEMDN TO BKOUT-LAST-UPD-TMSP
           MOVE LAST-UPD-UID OF DCLYDMSEMDN TO BKOUT-LAST-UPD-UID
           MOVE DATE-EXCEPT-CD OF DCLYDMSEMDN TO
             BKOUT-DATE-EXCEPT-CD
           WRITE BKOUT-RECORD
           IF WS036-BKOUT-FILE-STATUS NOT = "00"
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2304-WRITE-BACKOUT-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE BKOUT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           ADD 1 TO WS002-ROWS-SAVED
           .
       2304-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-DELETE-SNAPSHOT-ROWS.
      *--------------------------------------------------------------*
      *  Set-level delete of the date. The rows deleted must be the
      *  rows saved - anything else means the date changed under the
      *  run, and the abort rolls the delete back.
           EXEC SQL
              DELETE FROM "YDMSEMDN"
              WHERE "AS_OF_DTE" = :WS002-BACKOUT-AS-OF-DTE-X
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2400-DELETE-SNAPSHOT-ROWS" TO WS-DBMS-PARA-NAME
           MOVE "DELETE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2400-DELETE-SNAPSHOT-ROWS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE SQLERRD (3) TO WS002-ROWS-DELETED
           IF WS002-ROWS-DELETED NOT = WS002-ROWS-SAVED
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2400-DELETE-SNAPSHOT-ROWS" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ROWS DELETED DIFFER FROM ROWS SAVED - ROLLED BACK"
                TO LS-FLOW-ERROR-MESSAGE-1
              MOVE WS002-ROWS-SAVED TO WS040-MSG-EXPECTED-CNT
              MOVE WS002-ROWS-DELETED TO WS040-MSG-ACTUAL-CNT
              MOVE WS040-COUNT-MSG TO LS-FLOW-ERROR-MESSAGE-2
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-REINSTATE-SNAPSHOT.
      *--------------------------------------------------------------*
      *  Undo of a backout: the saved rows go back onto YDMSEMDN as
      *  they were. Refused while the date has any rows on the table
      *  - a rerun load has replaced it, and a reinstate on top would
      *  double the date up or die on the unique index. Every record
      *  must carry the keyed date, so the wrong backout file cannot
      *  be loaded under the wrong date.
           PERFORM 1100-COUNT-SNAPSHOT-ROWS THRU 1100-EXIT
           IF WS002-ROWS-ON-YDMSEMDN > 0
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5000-REINSTATE-SNAPSHOT" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "AS_OF_DTE ALREADY ON YDMSEMDN - REINSTATE REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           OPEN INPUT BKIN-FILE
           IF WS037-BKIN-FILE-STATUS = "00"
              SET WS037-BKIN-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5000-REINSTATE-SNAPSHOT" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN BKIN-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 5100-READ-BKIN THRU 5100-EXIT
           PERFORM 5200-EACH-BACKOUT-RECORD THRU 5200-EXIT
             UNTIL WS037-BKIN-EOF
           MOVE WS002-RECS-READ TO LS-FLOW-CNT-FETCHED
           DISPLAY "DNCB177A - RECORDS ON BACKOUT FILE: "
              WS002-RECS-READ
           IF WS002-RECS-READ = 0
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5000-REINSTATE-SNAPSHOT" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "BACKOUT FILE IS EMPTY - NOTHING TO REINSTATE"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-FLOW-VALIDATE-ONLY-ON
              DISPLAY "DNCB177A - COUNT ONLY - NOTHING REINSTATED"
           END-IF
           .
       5000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-READ-BKIN.
      *--------------------------------------------------------------*
           READ BKIN-FILE
           EVALUATE WS037-BKIN-FILE-STATUS
           WHEN "00"
              CONTINUE
           WHEN "10"
              SET WS037-BKIN-EOF TO TRUE
           WHEN OTHER
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5100-READ-BKIN" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO READ BKIN-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       5100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-EACH-BACKOUT-RECORD.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           ADD 1 TO WS002-RECS-READ
           IF BKIN-AS-OF-DTE NOT = WS002-BACKOUT-AS-OF-DTE-X
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5200-EACH-BACKOUT-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "BACKOUT FILE IS FOR ANOTHER AS_OF_DTE - REFUSED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF NOT LS-FLOW-VALIDATE-ONLY-ON
              PERFORM 5300-INSERT-SNAPSHOT-ROW THRU 5300-EXIT
           END-IF
           PERFORM 5100-READ-BKIN THRU 5100-EXIT
           .
       5200-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       5300-INSERT-SNAPSHOT-ROW.
      *--------------------------------------------------------------*
           MOVE BKIN-DISTRIBUTOR-ID TO DISTRIBUTOR-ID OF DCLYDMSEMDN
           MOVE BKIN-DISTRIBUTOR-PARTY TO
             DISTRIBUTOR-PARTY OF DCLYDMSEMDN
           MOVE BKIN-EMPLOYEE-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSEMDN
           MOVE BKIN-LAST-NAME TO LAST-NAME OF DCLYDMSEMDN
           MOVE BKIN-FIRST-NAME TO FIRST-NAME OF DCLYDMSEMDN
           MOVE BKIN-MIDDLE-INITIAL TO MIDDLE-INITIAL OF DCLYDMSEMDN
           IF BKIN-MIDDLE-INITIAL-IS-NULL
              MOVE -1 TO WS003-MIDDLE-INITIAL-NL
           ELSE
              MOVE 0 TO WS003-MIDDLE-INITIAL-NL
           END-IF
           MOVE BKIN-SOCIAL-SECURITY-NB TO
             SOCIAL-SECURITY-NB OF DCLYDMSEMDN
           MOVE BKIN-BIRTH-DTE TO BIRTH-DTE OF DCLYDMSEMDN
           MOVE BKIN-EFF-DTE TO EFF-DTE OF DCLYDMSEMDN
           MOVE BKIN-EXP-DTE TO EXP-DTE OF DCLYDMSEMDN
           MOVE BKIN-LAST-UPD-TMSP TO LAST-UPD-TMSP OF DCLYDMSEMDN
           MOVE BKIN-LAST-UPD-UID TO LAST-UPD-UID OF DCLYDMSEMDN
           MOVE BKIN-AS-OF-DTE TO AS-OF-DTE OF DCLYDMSEMDN
           MOVE BKIN-DATE-EXCEPT-CD TO DATE-EXCEPT-CD OF DCLYDMSEMDN
           EXEC SQL
              INSERT INTO "YDMSEMDN" (
                 "DISTRIBUTOR_ID",
                 "DISTRIBUTOR_PARTY",
                 "EMPLOYEE_PARTY_ID",
                 "LAST_NAME",
                 "FIRST_NAME",
                 "MIDDLE_INITIAL",
                 "SOCIAL_SECURITY_NB",
                 "BIRTH_DTE",
                 "EFF_DTE",
                 "EXP_DTE",
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD"
              ) VALUES (
                 :DCLYDMSEMDN.DISTRIBUTOR-ID,
                 :DCLYDMSEMDN.DISTRIBUTOR-PARTY,
                 :DCLYDMSEMDN.EMPLOYEE-PARTY-ID,
                 :DCLYDMSEMDN.LAST-NAME,
                 :DCLYDMSEMDN.FIRST-NAME,
                 :DCLYDMSEMDN.MIDDLE-INITIAL :WS003-MIDDLE-INITIAL-NL,
                 :DCLYDMSEMDN.SOCIAL-SECURITY-NB,
                 :DCLYDMSEMDN.BIRTH-DTE,
                 :DCLYDMSEMDN.EFF-DTE,
                 :DCLYDMSEMDN.EXP-DTE,
                 :DCLYDMSEMDN.LAST-UPD-TMSP,
                 :DCLYDMSEMDN.LAST-UPD-UID,
                 :DCLYDMSEMDN.AS-OF-DTE,
                 :DCLYDMSEMDN.DATE-EXCEPT-CD
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "5300-INSERT-SNAPSHOT-ROW" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "5300-INSERT-SNAPSHOT-ROW" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           ADD 1 TO WS002-ROWS-REINSTATED
           .
       5300-EXIT.
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
       9920-CLOSE-FILES.
      *--------------------------------------------------------------*
           IF WS036-BKOUT-FILE-IS-OPEN
              CLOSE BKOUT-FILE
              MOVE "N" TO WS036-BKOUT-FILE-OPEN-SW
           END-IF
           IF WS037-BKIN-FILE-IS-OPEN
              CLOSE BKIN-FILE
              MOVE "N" TO WS037-BKIN-FILE-OPEN-SW
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
              MOVE "DNCB177A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
