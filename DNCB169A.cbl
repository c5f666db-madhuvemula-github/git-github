      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB169A.
       AUTHOR.        Jumar Solutions.
      *   Name: MAINTAIN_LEGAL_HOLD
      *
      *   Online maintenance over the YDMSLHLD legal-hold table for
      *   the legal department, in the style of the DNCB145A
      *   override maintenance. The screen shell passes a function
      *   code in the JSLHLDMT view: I returns one hold by hold id,
      *   A places a new hold - a range of AS_OF_DTEs for every
      *   employee, or one EMPLOYEE_PARTY_ID - and returns its new
      *   hold id, R releases an active hold. Every add and release
      *   is stamped with the signed-on user id and a DB2 timestamp;
      *   a released hold stays on the table as the record of what
      *   was held, by whom and for how long. While a hold is active
      *   the DNCB125A and DNCB152A purges leave the rows it covers
      *   in place; once released, the next purge takes them as it
      *   would have anyway. After every add and release the YDMSACAT
      *   catalog's held columns are refreshed through DNCB170A.
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
           05 WS-ESCAPE-MECHANISM.
              10 WS-ESC-CURRENT-LEVEL  PIC  99 COMP-3.
              10 WS-ESC-QUIT-LEVEL     PIC  99 COMP-3.
              10 WS-ESCAPE-LOOP-YN     PIC  X.
                 88 ESCAPE-LOOP         VALUE 'Y'.
                 88 STAY-IN-LOOP        VALUE 'N'.
           05 WS-PGM-JSCDBERR          PIC  X(8) VALUE 'JSCDBERR'.
           05 WS-PGM-DNCB170A          PIC  X(8) VALUE 'DNCB170A'.
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
      *  Maintenance control fields - the caller's inputs are copied
      *  out of the JSLHLDMT view so the host variables are always
      *  blank-padded fixed fields.
      *
       01  WS002-HOLD-CONTROL.
           05 WS002-FUNC-CD               PIC  X VALUE 'I'.
           05 WS002-HOLD-TYPE-CD          PIC  X VALUE SPACES.
           05 WS002-EMPL-PARTY-ID         PIC  9(15) VALUE 0.
           05 WS002-FROM-AS-OF-DTE        PIC  9(8) VALUE 0.
           05 WS002-TO-AS-OF-DTE          PIC  9(8) VALUE 0.
           05 WS002-MATTER-REF            PIC  X(20) VALUE SPACES.
           05 WS002-HOLD-REASON           PIC  X(40) VALUE SPACES.
           05 WS002-USER-ID               PIC  X(8) VALUE SPACES.
           05 WS002-HOLD-ROW-SW           PIC  X VALUE 'N'.
              88 WS002-HOLD-ROW-FOUND       VALUE 'Y'.
           05 WS002-DATE-ERROR-SW         PIC  X VALUE 'N'.
              88 WS002-DATE-IN-ERROR        VALUE 'Y'.
           05 WS002-FORMAT-DTE            PIC  9(8) VALUE 0.
           05 WS002-FORMAT-DTE-X          PIC  X(10) VALUE SPACES.
       77  WS003-RELEASED-UID-NL   PIC S9(4) COMP.
       77  WS004-RELEASED-TMSP-NL  PIC S9(4) COMP.
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
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSLHLD END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
       COPY JSLHLDMT.
      *
      **************************************************
      *            PROCEDURE DIVISION                  *
      **************************************************
       PROCEDURE DIVISION USING LS-FLOW LS-LHLDMT.
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
           MOVE  "DNCB169A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "MAINTAIN_LEGAL_HOLD" TO LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           INITIALIZE LS-LHLDMT-OUTPUTS
           MOVE "N" TO WS002-DATE-ERROR-SW
           MOVE LS-LHLDMT-FUNC-CD TO WS002-FUNC-CD
           MOVE LS-LHLDMT-HOLD-TYPE-CD TO WS002-HOLD-TYPE-CD
           MOVE LS-LHLDMT-EMPL-PARTY-ID TO WS002-EMPL-PARTY-ID
           MOVE LS-LHLDMT-FROM-AS-OF-DTE TO WS002-FROM-AS-OF-DTE
           MOVE LS-LHLDMT-TO-AS-OF-DTE TO WS002-TO-AS-OF-DTE
           MOVE LS-LHLDMT-MATTER-REF TO WS002-MATTER-REF
           MOVE LS-LHLDMT-HOLD-REASON TO WS002-HOLD-REASON
           MOVE LS-LHLDMT-USER-ID TO WS002-USER-ID
           MOVE LS-LHLDMT-HOLD-ID TO HOLD-ID OF DCLYDMSLHLD
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
      *  An inquiry or a release names the hold; an add and a release
      *  both need the signed-on user for the audit columns.
           IF (WS002-FUNC-CD = "I" OR WS002-FUNC-CD = "R") AND
              LS-LHLDMT-HOLD-ID = 0
              SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           IF (WS002-FUNC-CD = "A" OR WS002-FUNC-CD = "R") AND
              WS002-USER-ID = SPACES
              SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           IF WS002-FUNC-CD = "A"
              PERFORM 0600-EDIT-NEW-HOLD THRU 0600-EXIT
              IF NOT LS-LHLDMT-OK
                 GO TO 0500-EXIT
              END-IF
           END-IF
           EVALUATE WS002-FUNC-CD
           WHEN "I"
              PERFORM 1000-FIND-HOLD THRU 1000-EXIT
              IF WS002-HOLD-ROW-FOUND
                 SET LS-LHLDMT-OK TO TRUE
              ELSE
                 SET LS-LHLDMT-HOLD-NOT-FOUND TO TRUE
              END-IF
           WHEN "A"
              PERFORM 1500-FIND-IDENTICAL-HOLD THRU 1500-EXIT
              IF WS002-HOLD-ROW-FOUND
                 SET LS-LHLDMT-ALREADY-ACTIVE TO TRUE
              ELSE
                 PERFORM 2000-ADD-HOLD THRU 2000-EXIT
                 PERFORM 4000-REFRESH-CATALOG THRU 4000-EXIT
              END-IF
           WHEN "R"
              PERFORM 1000-FIND-HOLD THRU 1000-EXIT
              EVALUATE TRUE
              WHEN NOT WS002-HOLD-ROW-FOUND
                 SET LS-LHLDMT-HOLD-NOT-FOUND TO TRUE
              WHEN LHLD-STATUS-RELEASED
                 SET LS-LHLDMT-ALREADY-RELEASED TO TRUE
              WHEN OTHER
                 PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
                 PERFORM 4000-REFRESH-CATALOG THRU 4000-EXIT
              END-EVALUATE
           WHEN OTHER
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "INVALID LEGAL HOLD MAINTENANCE FUNCTION CODE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0600-EDIT-NEW-HOLD.
      *--------------------------------------------------------------*
      *  A date-range hold needs both ends and no employee; an
      *  employee hold needs the employee, and an end left at zero
      *  is open - the hold then runs from the first or to the last
      *  snapshot there could ever be. Legal's matter reference and
      *  the reason are required on both, because they are what the
      *  purge listings print against every row left behind.
           IF WS002-MATTER-REF = SPACES OR
              WS002-HOLD-REASON = SPACES
              SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
              GO TO 0600-EXIT
           END-IF
           EVALUATE WS002-HOLD-TYPE-CD
           WHEN "D"
              IF WS002-FROM-AS-OF-DTE = 0 OR
                 WS002-TO-AS-OF-DTE = 0 OR
                 WS002-EMPL-PARTY-ID NOT = 0
                 SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
                 GO TO 0600-EXIT
              END-IF
           WHEN "E"
              IF WS002-EMPL-PARTY-ID = 0
                 SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
                 GO TO 0600-EXIT
              END-IF
              IF WS002-FROM-AS-OF-DTE = 0
                 MOVE 00010101 TO WS002-FROM-AS-OF-DTE
              END-IF
              IF WS002-TO-AS-OF-DTE = 0
                 MOVE 99991231 TO WS002-TO-AS-OF-DTE
              END-IF
           WHEN OTHER
              SET LS-LHLDMT-CRITERIA-MISSING TO TRUE
              GO TO 0600-EXIT
           END-EVALUATE
           IF WS002-FROM-AS-OF-DTE > WS002-TO-AS-OF-DTE
              SET LS-LHLDMT-INVALID-DATE TO TRUE
              GO TO 0600-EXIT
           END-IF
           MOVE WS002-FROM-AS-OF-DTE TO WS002-FORMAT-DTE
           PERFORM 0650-FORMAT-HOLD-DATE THRU 0650-EXIT
           MOVE WS002-FORMAT-DTE-X TO FROM-AS-OF-DTE OF DCLYDMSLHLD
           MOVE WS002-TO-AS-OF-DTE TO WS002-FORMAT-DTE
           PERFORM 0650-FORMAT-HOLD-DATE THRU 0650-EXIT
           MOVE WS002-FORMAT-DTE-X TO TO-AS-OF-DTE OF DCLYDMSLHLD
           IF WS002-DATE-IN-ERROR
              SET LS-LHLDMT-INVALID-DATE TO TRUE
              GO TO 0600-EXIT
           END-IF
           MOVE WS002-HOLD-TYPE-CD TO HOLD-TYPE-CD OF DCLYDMSLHLD
           MOVE WS002-EMPL-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSLHLD
           MOVE WS002-MATTER-REF TO MATTER-REF OF DCLYDMSLHLD
           MOVE WS002-HOLD-REASON TO HOLD-REASON OF DCLYDMSLHLD
           SET LS-LHLDMT-OK TO TRUE
           .
       0600-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0650-FORMAT-HOLD-DATE.
      *--------------------------------------------------------------*
      *  Convert a keyed YYYYMMDD date into the ISO form DB2 expects.
      *  A date that will not convert is the user's keying error, so
      *  it is returned to the screen rather than abending the task.
           INITIALIZE WS030-DT-T-TS-INPUT
           MOVE "C" TO WS030-COBOL-DB2-IND
           MOVE WS002-FORMAT-DTE TO WS030-DT-T-TS-INPUT-VAL
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              SET WS002-DATE-IN-ERROR TO TRUE
              MOVE SPACES TO WS002-FORMAT-DTE-X
           ELSE
              MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-FORMAT-DTE-X
           END-IF
           .
       0650-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FIND-HOLD.
      *--------------------------------------------------------------*
           MOVE "N" TO WS002-HOLD-ROW-SW
           EXEC SQL
              SELECT "HOLD_TYPE_CD",
                     "EMPLOYEE_PARTY_ID",
                     "FROM_AS_OF_DTE",
                     "TO_AS_OF_DTE",
                     "MATTER_REF",
                     "HOLD_REASON",
                     "STATUS_CD",
                     "ENTERED_UID",
                     "ENTERED_TMSP",
                     "RELEASED_UID",
                     "RELEASED_TMSP"
              INTO :DCLYDMSLHLD.HOLD-TYPE-CD,
                   :DCLYDMSLHLD.EMPLOYEE-PARTY-ID,
                   :DCLYDMSLHLD.FROM-AS-OF-DTE,
                   :DCLYDMSLHLD.TO-AS-OF-DTE,
                   :DCLYDMSLHLD.MATTER-REF,
                   :DCLYDMSLHLD.HOLD-REASON,
                   :DCLYDMSLHLD.STATUS-CD,
                   :DCLYDMSLHLD.ENTERED-UID,
                   :DCLYDMSLHLD.ENTERED-TMSP,
                   :DCLYDMSLHLD.RELEASED-UID
                      :WS003-RELEASED-UID-NL,
                   :DCLYDMSLHLD.RELEASED-TMSP
                      :WS004-RELEASED-TMSP-NL
              FROM "YDMSLHLD"
              WHERE "HOLD_ID" = :DCLYDMSLHLD.HOLD-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "1000-FIND-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "Y" TO WS002-HOLD-ROW-SW
              PERFORM 1100-RETURN-HOLD-ROW THRU 1100-EXIT
           WHEN 100
              CONTINUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FIND-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-RETURN-HOLD-ROW.
      *--------------------------------------------------------------*
           MOVE HOLD-ID OF DCLYDMSLHLD TO LS-LHLDMT-CUR-HOLD-ID
           MOVE HOLD-TYPE-CD OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-HOLD-TYPE-CD
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-EMPL-PARTY-ID
           MOVE FROM-AS-OF-DTE OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-FROM-AS-OF-DTE
           MOVE TO-AS-OF-DTE OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-TO-AS-OF-DTE
           MOVE MATTER-REF OF DCLYDMSLHLD TO LS-LHLDMT-CUR-MATTER-REF
           MOVE HOLD-REASON OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-HOLD-REASON
           MOVE STATUS-CD OF DCLYDMSLHLD TO LS-LHLDMT-CUR-STATUS-CD
           MOVE ENTERED-UID OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-ENTERED-UID
           MOVE ENTERED-TMSP OF DCLYDMSLHLD TO
             LS-LHLDMT-CUR-ENTERED-TMSP
           IF WS003-RELEASED-UID-NL = -1
              MOVE SPACES TO LS-LHLDMT-CUR-RELEASED-UID
           ELSE
              MOVE RELEASED-UID OF DCLYDMSLHLD TO
                LS-LHLDMT-CUR-RELEASED-UID
           END-IF
           IF WS004-RELEASED-TMSP-NL = -1
              MOVE SPACES TO LS-LHLDMT-CUR-RELEASED-TMSP
           ELSE
              MOVE RELEASED-TMSP OF DCLYDMSLHLD TO
                LS-LHLDMT-CUR-RELEASED-TMSP
           END-IF
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-FIND-IDENTICAL-HOLD.
      *--------------------------------------------------------------*
      *  Overlapping holds under different matters are normal and
      *  each is released on its own; only the same matter placing
      *  the same hold twice is refused. The identical hold is
      *  returned so the screen can show which one already stands.
           MOVE "N" TO WS002-HOLD-ROW-SW
           EXEC SQL
              SELECT "HOLD_ID",
                     "STATUS_CD",
                     "ENTERED_UID",
                     "ENTERED_TMSP"
              INTO :DCLYDMSLHLD.HOLD-ID,
                   :DCLYDMSLHLD.STATUS-CD,
                   :DCLYDMSLHLD.ENTERED-UID,
                   :DCLYDMSLHLD.ENTERED-TMSP
              FROM "YDMSLHLD"
              WHERE "HOLD_TYPE_CD" = :DCLYDMSLHLD.HOLD-TYPE-CD
                AND "EMPLOYEE_PARTY_ID" =
                    :DCLYDMSLHLD.EMPLOYEE-PARTY-ID
                AND "FROM_AS_OF_DTE" = :DCLYDMSLHLD.FROM-AS-OF-DTE
                AND "TO_AS_OF_DTE" = :DCLYDMSLHLD.TO-AS-OF-DTE
                AND "MATTER_REF" = :DCLYDMSLHLD.MATTER-REF
                AND "STATUS_CD" = 'A'
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "1500-FIND-IDENTICAL-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "Y" TO WS002-HOLD-ROW-SW
              MOVE -1 TO WS003-RELEASED-UID-NL
              MOVE -1 TO WS004-RELEASED-TMSP-NL
              PERFORM 1100-RETURN-HOLD-ROW THRU 1100-EXIT
           WHEN 100
              CONTINUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1500-FIND-IDENTICAL-HOLD" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ADD-HOLD.
      *--------------------------------------------------------------*
      *  The timestamp is taken once, from DB2, so the value inserted
      *  and the value echoed back to the screen are the same to the
      *  microsecond - the same way DNCB145A stamps its overrides.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :DCLYDMSLHLD.ENTERED-TMSP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "SYSDUMMY1" TO WS-DBMS-TABLE-NAME
           MOVE "2000-ADD-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-ADD-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE "A" TO STATUS-CD OF DCLYDMSLHLD
           MOVE WS002-USER-ID TO ENTERED-UID OF DCLYDMSLHLD
      *  Two clerks adding at the same moment can both be handed the
      *  same next hold id - the loser of the race takes the next one.
           PERFORM 2100-INSERT-HOLD THRU 2100-EXIT WITH TEST AFTER
             UNTIL NOT DBMS-DUPLICATE
           MOVE -1 TO WS003-RELEASED-UID-NL
           MOVE -1 TO WS004-RELEASED-TMSP-NL
           PERFORM 1100-RETURN-HOLD-ROW THRU 1100-EXIT
           SET LS-LHLDMT-OK TO TRUE
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-INSERT-HOLD.
      *--------------------------------------------------------------*
           EXEC SQL
              SELECT COALESCE(MAX("HOLD_ID"), 0) + 1
              INTO :DCLYDMSLHLD.HOLD-ID
              FROM "YDMSLHLD"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "2100-INSERT-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-INSERT-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           EXEC SQL
              INSERT INTO "YDMSLHLD" (
                 "HOLD_ID",
                 "HOLD_TYPE_CD",
                 "EMPLOYEE_PARTY_ID",
                 "FROM_AS_OF_DTE",
                 "TO_AS_OF_DTE",
                 "MATTER_REF",
                 "HOLD_REASON",
                 "STATUS_CD",
                 "ENTERED_UID",
                 "ENTERED_TMSP"
              ) VALUES (
                 :DCLYDMSLHLD.HOLD-ID,
                 :DCLYDMSLHLD.HOLD-TYPE-CD,
                 :DCLYDMSLHLD.EMPLOYEE-PARTY-ID,
                 :DCLYDMSLHLD.FROM-AS-OF-DTE,
                 :DCLYDMSLHLD.TO-AS-OF-DTE,
                 :DCLYDMSLHLD.MATTER-REF,
                 :DCLYDMSLHLD.HOLD-REASON,
                 :DCLYDMSLHLD.STATUS-CD,
                 :DCLYDMSLHLD.ENTERED-UID,
                 :DCLYDMSLHLD.ENTERED-TMSP
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "2100-INSERT-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK AND NOT DBMS-DUPLICATE
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-INSERT-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-RELEASE-HOLD.
      *--------------------------------------------------------------*
      *  The released row stays on the table with who released it
      *  and when - nothing is ever deleted here. The rows it covered
      *  need no attention: the next purge run simply no longer
      *  finds them held.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :DCLYDMSLHLD.RELEASED-TMSP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "SYSDUMMY1" TO WS-DBMS-TABLE-NAME
           MOVE "3000-RELEASE-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "3000-RELEASE-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-USER-ID TO RELEASED-UID OF DCLYDMSLHLD
           EXEC SQL
              UPDATE "YDMSLHLD"
              SET "STATUS_CD"     = 'R',
                  "RELEASED_UID"  = :DCLYDMSLHLD.RELEASED-UID,
                  "RELEASED_TMSP" = :DCLYDMSLHLD.RELEASED-TMSP
              WHERE "HOLD_ID" = :DCLYDMSLHLD.HOLD-ID
                AND "STATUS_CD" = 'A'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSLHLD" TO WS-DBMS-TABLE-NAME
           MOVE "3000-RELEASE-HOLD" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "R" TO STATUS-CD OF DCLYDMSLHLD
              MOVE 0 TO WS003-RELEASED-UID-NL
              MOVE 0 TO WS004-RELEASED-TMSP-NL
              PERFORM 1100-RETURN-HOLD-ROW THRU 1100-EXIT
              SET LS-LHLDMT-OK TO TRUE
           WHEN 100
      *       Released by someone else since it was read
              SET LS-LHLDMT-ALREADY-RELEASED TO TRUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "3000-RELEASE-HOLD" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REFRESH-CATALOG.
      *--------------------------------------------------------------*
      *  Bring the YDMSACAT held columns into line with the holds as
      *  they now stand, in the same unit of work as the change.
           IF NOT LS-LHLDMT-OK
              GO TO 4000-EXIT
           END-IF
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB170A USING
                 LS-FLOW
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "4000-REFRESH-CATALOG" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       4000-EXIT.
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
              MOVE "DNCB169A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
