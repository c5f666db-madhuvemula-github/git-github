      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB173A.
       AUTHOR.        Jumar Solutions.
      *   Name: MAINTAIN_DUPLICATE_SUPPRESSION
      *
      *   Online maintenance over the YDMSDSUP suppression list for
      *   the data stewards, in the style of the DNCB169A legal-hold
      *   maintenance. Once a steward has confirmed that two
      *   EMPLOYEE_PARTY_IDs the DNCB172A duplicate-person report
      *   paired up really are two different people, the pair is
      *   suppressed here so it stops coming back every week. The
      *   screen shell passes a function code in the JSDSUPMT view:
      *   I returns the suppression held for a pair, A suppresses a
      *   pair, R releases a suppression so the pair is reported
      *   again. The two party ids may be keyed in either order -
      *   the pair is always kept lower party id first. Every add
      *   and release is stamped with the signed-on user id and a DB2
      *   timestamp; a released pair stays on the table, and is
      *   reactivated in place if it is ever suppressed again.
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
      *  out of the JSDSUPMT view so the host variables are always
      *  blank-padded fixed fields.
      *
       01  WS002-SUPPRESS-CONTROL.
           05 WS002-FUNC-CD               PIC  X VALUE 'I'.
           05 WS002-LOW-PARTY-ID          PIC  9(15) VALUE 0.
           05 WS002-HIGH-PARTY-ID         PIC  9(15) VALUE 0.
           05 WS002-STEWARD-NOTE          PIC  X(40) VALUE SPACES.
           05 WS002-USER-ID               PIC  X(8) VALUE SPACES.
           05 WS002-PAIR-ROW-SW           PIC  X VALUE 'N'.
              88 WS002-PAIR-ROW-FOUND       VALUE 'Y'.
       77  WS003-RELEASED-UID-NL   PIC S9(4) COMP.
       77  WS004-RELEASED-TMSP-NL  PIC S9(4) COMP.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSDSUP END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
       COPY JSDSUPMT.
      *
      **************************************************
      *            PROCEDURE DIVISION                  *
      **************************************************
       PROCEDURE DIVISION USING LS-FLOW LS-DSUPMT.
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
           MOVE  "DNCB173A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "MAINTAIN_DUPLICATE_SUPPRESSION" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           INITIALIZE LS-DSUPMT-OUTPUTS
           MOVE LS-DSUPMT-FUNC-CD TO WS002-FUNC-CD
           MOVE LS-DSUPMT-STEWARD-NOTE TO WS002-STEWARD-NOTE
           MOVE LS-DSUPMT-USER-ID TO WS002-USER-ID
      *  The pair is kept lower party id first, however it was keyed.
           IF LS-DSUPMT-PARTY-ID-1 < LS-DSUPMT-PARTY-ID-2
              MOVE LS-DSUPMT-PARTY-ID-1 TO WS002-LOW-PARTY-ID
              MOVE LS-DSUPMT-PARTY-ID-2 TO WS002-HIGH-PARTY-ID
           ELSE
              MOVE LS-DSUPMT-PARTY-ID-2 TO WS002-LOW-PARTY-ID
              MOVE LS-DSUPMT-PARTY-ID-1 TO WS002-HIGH-PARTY-ID
           END-IF
           MOVE WS002-LOW-PARTY-ID TO LOW-PARTY-ID OF DCLYDMSDSUP
           MOVE WS002-HIGH-PARTY-ID TO HIGH-PARTY-ID OF DCLYDMSDSUP
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
      *  Every function names two different party ids; an add and a
      *  release both need the signed-on user for the audit columns,
      *  and an add needs the steward's note.
           IF WS002-LOW-PARTY-ID = 0 OR
              WS002-LOW-PARTY-ID = WS002-HIGH-PARTY-ID
              SET LS-DSUPMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           IF (WS002-FUNC-CD = "A" OR WS002-FUNC-CD = "R") AND
              WS002-USER-ID = SPACES
              SET LS-DSUPMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           IF WS002-FUNC-CD = "A" AND WS002-STEWARD-NOTE = SPACES
              SET LS-DSUPMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           EVALUATE WS002-FUNC-CD
           WHEN "I"
              PERFORM 1000-FIND-PAIR THRU 1000-EXIT
              IF WS002-PAIR-ROW-FOUND
                 SET LS-DSUPMT-OK TO TRUE
              ELSE
                 SET LS-DSUPMT-PAIR-NOT-FOUND TO TRUE
              END-IF
           WHEN "A"
              PERFORM 1000-FIND-PAIR THRU 1000-EXIT
              EVALUATE TRUE
              WHEN NOT WS002-PAIR-ROW-FOUND
                 PERFORM 2000-ADD-PAIR THRU 2000-EXIT
              WHEN DSUP-STATUS-RELEASED
                 PERFORM 2500-REACTIVATE-PAIR THRU 2500-EXIT
              WHEN OTHER
                 SET LS-DSUPMT-ALREADY-ACTIVE TO TRUE
              END-EVALUATE
           WHEN "R"
              PERFORM 1000-FIND-PAIR THRU 1000-EXIT
              EVALUATE TRUE
              WHEN NOT WS002-PAIR-ROW-FOUND
                 SET LS-DSUPMT-PAIR-NOT-FOUND TO TRUE
              WHEN DSUP-STATUS-RELEASED
                 SET LS-DSUPMT-ALREADY-RELEASED TO TRUE
              WHEN OTHER
                 PERFORM 3000-RELEASE-PAIR THRU 3000-EXIT
              END-EVALUATE
           WHEN OTHER
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0500-MAIN-LOGIC" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "INVALID SUPPRESSION MAINTENANCE FUNCTION CODE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FIND-PAIR.
      *--------------------------------------------------------------*
           MOVE "N" TO WS002-PAIR-ROW-SW
           EXEC SQL
              SELECT "STEWARD_NOTE",
                     "STATUS_CD",
                     "ENTERED_UID",
                     "ENTERED_TMSP",
                     "RELEASED_UID",
                     "RELEASED_TMSP"
              INTO :DCLYDMSDSUP.STEWARD-NOTE,
                   :DCLYDMSDSUP.STATUS-CD,
                   :DCLYDMSDSUP.ENTERED-UID,
                   :DCLYDMSDSUP.ENTERED-TMSP,
                   :DCLYDMSDSUP.RELEASED-UID
                      :WS003-RELEASED-UID-NL,
                   :DCLYDMSDSUP.RELEASED-TMSP
                      :WS004-RELEASED-TMSP-NL
              FROM "YDMSDSUP"
              WHERE "LOW_PARTY_ID"  = :DCLYDMSDSUP.LOW-PARTY-ID
                AND "HIGH_PARTY_ID" = :DCLYDMSDSUP.HIGH-PARTY-ID
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSDSUP" TO WS-DBMS-TABLE-NAME
           MOVE "1000-FIND-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "Y" TO WS002-PAIR-ROW-SW
              PERFORM 1100-RETURN-PAIR-ROW THRU 1100-EXIT
           WHEN 100
              CONTINUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FIND-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-RETURN-PAIR-ROW.
      *--------------------------------------------------------------*
           MOVE LOW-PARTY-ID OF DCLYDMSDSUP TO
             LS-DSUPMT-CUR-LOW-PARTY-ID
           MOVE HIGH-PARTY-ID OF DCLYDMSDSUP TO
             LS-DSUPMT-CUR-HIGH-PARTY-ID
           MOVE STEWARD-NOTE OF DCLYDMSDSUP TO
             LS-DSUPMT-CUR-STEWARD-NOTE
           MOVE STATUS-CD OF DCLYDMSDSUP TO LS-DSUPMT-CUR-STATUS-CD
           MOVE ENTERED-UID OF DCLYDMSDSUP TO
             LS-DSUPMT-CUR-ENTERED-UID
           MOVE ENTERED-TMSP OF DCLYDMSDSUP TO
             LS-DSUPMT-CUR-ENTERED-TMSP
           IF WS003-RELEASED-UID-NL = -1
              MOVE SPACES TO LS-DSUPMT-CUR-RELEASED-UID
           ELSE
              MOVE RELEASED-UID OF DCLYDMSDSUP TO
                LS-DSUPMT-CUR-RELEASED-UID
           END-IF
           IF WS004-RELEASED-TMSP-NL = -1
              MOVE SPACES TO LS-DSUPMT-CUR-RELEASED-TMSP
           ELSE
              MOVE RELEASED-TMSP OF DCLYDMSDSUP TO
                LS-DSUPMT-CUR-RELEASED-TMSP
           END-IF
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ADD-PAIR.
      *--------------------------------------------------------------*
      *  The timestamp is taken once, from DB2, so the value inserted
      *  and the value echoed back to the screen are the same to the
      *  microsecond - the same way DNCB145A stamps its overrides.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :DCLYDMSDSUP.ENTERED-TMSP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "SYSDUMMY1" TO WS-DBMS-TABLE-NAME
           MOVE "2000-ADD-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-ADD-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-STEWARD-NOTE TO STEWARD-NOTE OF DCLYDMSDSUP
           MOVE "A" TO STATUS-CD OF DCLYDMSDSUP
           MOVE WS002-USER-ID TO ENTERED-UID OF DCLYDMSDSUP
           EXEC SQL
              INSERT INTO "YDMSDSUP" (
                 "LOW_PARTY_ID",
                 "HIGH_PARTY_ID",
                 "STEWARD_NOTE",
                 "STATUS_CD",
                 "ENTERED_UID",
                 "ENTERED_TMSP"
              ) VALUES (
                 :DCLYDMSDSUP.LOW-PARTY-ID,
                 :DCLYDMSDSUP.HIGH-PARTY-ID,
                 :DCLYDMSDSUP.STEWARD-NOTE,
                 :DCLYDMSDSUP.STATUS-CD,
                 :DCLYDMSDSUP.ENTERED-UID,
                 :DCLYDMSDSUP.ENTERED-TMSP
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSDSUP" TO WS-DBMS-TABLE-NAME
           MOVE "2000-ADD-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           EVALUATE TRUE
           WHEN DBMS-OK
              MOVE -1 TO WS003-RELEASED-UID-NL
              MOVE -1 TO WS004-RELEASED-TMSP-NL
              PERFORM 1100-RETURN-PAIR-ROW THRU 1100-EXIT
              SET LS-DSUPMT-OK TO TRUE
           WHEN DBMS-DUPLICATE
      *       Another steward suppressed the same pair since it was
      *       read - show theirs.
              PERFORM 1000-FIND-PAIR THRU 1000-EXIT
              SET LS-DSUPMT-ALREADY-ACTIVE TO TRUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-ADD-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-REACTIVATE-PAIR.
      *--------------------------------------------------------------*
      *  A pair released earlier and now confirmed different again is
      *  suppressed in place: the new note and who entered it replace
      *  the old, and the release columns are cleared.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :DCLYDMSDSUP.ENTERED-TMSP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "SYSDUMMY1" TO WS-DBMS-TABLE-NAME
           MOVE "2500-REACTIVATE-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2500-REACTIVATE-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-STEWARD-NOTE TO STEWARD-NOTE OF DCLYDMSDSUP
           MOVE WS002-USER-ID TO ENTERED-UID OF DCLYDMSDSUP
           EXEC SQL
              UPDATE "YDMSDSUP"
              SET "STATUS_CD"     = 'A',
                  "STEWARD_NOTE"  = :DCLYDMSDSUP.STEWARD-NOTE,
                  "ENTERED_UID"   = :DCLYDMSDSUP.ENTERED-UID,
                  "ENTERED_TMSP"  = :DCLYDMSDSUP.ENTERED-TMSP,
                  "RELEASED_UID"  = NULL,
                  "RELEASED_TMSP" = NULL
              WHERE "LOW_PARTY_ID"  = :DCLYDMSDSUP.LOW-PARTY-ID
                AND "HIGH_PARTY_ID" = :DCLYDMSDSUP.HIGH-PARTY-ID
                AND "STATUS_CD" = 'R'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSDSUP" TO WS-DBMS-TABLE-NAME
           MOVE "2500-REACTIVATE-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "A" TO STATUS-CD OF DCLYDMSDSUP
              MOVE -1 TO WS003-RELEASED-UID-NL
              MOVE -1 TO WS004-RELEASED-TMSP-NL
              PERFORM 1100-RETURN-PAIR-ROW THRU 1100-EXIT
              SET LS-DSUPMT-OK TO TRUE
           WHEN 100
      *       Suppressed again by someone else since it was read
              PERFORM 1000-FIND-PAIR THRU 1000-EXIT
              SET LS-DSUPMT-ALREADY-ACTIVE TO TRUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2500-REACTIVATE-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-RELEASE-PAIR.
      *--------------------------------------------------------------*
      *  The released row stays on the table with who released it
      *  and when. The pair needs no other attention: the next
      *  duplicate-person run lists it again if it still matches.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :DCLYDMSDSUP.RELEASED-TMSP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "SYSDUMMY1" TO WS-DBMS-TABLE-NAME
           MOVE "3000-RELEASE-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "3000-RELEASE-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS002-USER-ID TO RELEASED-UID OF DCLYDMSDSUP
           EXEC SQL
              UPDATE "YDMSDSUP"
              SET "STATUS_CD"     = 'R',
                  "RELEASED_UID"  = :DCLYDMSDSUP.RELEASED-UID,
                  "RELEASED_TMSP" = :DCLYDMSDSUP.RELEASED-TMSP
              WHERE "LOW_PARTY_ID"  = :DCLYDMSDSUP.LOW-PARTY-ID
                AND "HIGH_PARTY_ID" = :DCLYDMSDSUP.HIGH-PARTY-ID
                AND "STATUS_CD" = 'A'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSDSUP" TO WS-DBMS-TABLE-NAME
           MOVE "3000-RELEASE-PAIR" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              MOVE "R" TO STATUS-CD OF DCLYDMSDSUP
              MOVE 0 TO WS003-RELEASED-UID-NL
              MOVE 0 TO WS004-RELEASED-TMSP-NL
              PERFORM 1100-RETURN-PAIR-ROW THRU 1100-EXIT
              SET LS-DSUPMT-OK TO TRUE
           WHEN 100
      *       Released by someone else since it was read
              SET LS-DSUPMT-ALREADY-RELEASED TO TRUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "3000-RELEASE-PAIR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       3000-EXIT.
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
              MOVE "DNCB173A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
