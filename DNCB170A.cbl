      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB170A.
       AUTHOR.        Jumar Solutions.
      *   Name: REFRESH_ARCHIVE_HOLD_STATUS
      *
      *   Common legal-hold refresh of the YDMSACAT archive catalog,
      *   called wherever the answer can change: by the DNCB169A
      *   hold maintenance after every add and release, and by the
      *   DNCB125A and DNCB152A purges after they have moved or
      *   deleted rows. Every catalog entry not restored gets the
      *   number of rows still kept for its snapshot date - in the
      *   archive or left behind on the live table - that an active
      *   YDMSLHLD hold covers, and a held code: F when every row
      *   still kept for the date is held, P when only some are,
      *   blank when none are. DNCB150A prints the two columns as
      *   they stand, so the catalog never has to be worked out
      *   again at report time.
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
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSACAT END-EXEC.
           EXEC SQL INCLUDE YDMSLHLD END-EXEC.
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
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           MOVE  "DNCB170A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "REFRESH_ARCHIVE_HOLD_STATUS" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           PERFORM 1000-COUNT-HELD-ROWS THRU 1000-EXIT
           PERFORM 2000-SET-HELD-CODE THRU 2000-EXIT
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-COUNT-HELD-ROWS.
      *--------------------------------------------------------------*
      *  A row is held when an active hold's date range takes in its
      *  AS_OF_DTE and the hold is either for every employee (party
      *  0) or for this row's employee - the same test the purges
      *  use to leave a row alone. Restored entries are history; the
      *  date they describe is back on the live table.
           EXEC SQL
              UPDATE "YDMSACAT" C
              SET "HELD_ROW_CNT" =
                  (SELECT COUNT(*)
                   FROM "YDMSEMDA" A
                   WHERE A."AS_OF_DTE" = C."AS_OF_DTE"
                     AND EXISTS
                         (SELECT 1
                          FROM "YDMSLHLD" H
                          WHERE H."STATUS_CD" = 'A'
                            AND A."AS_OF_DTE" BETWEEN
                                H."FROM_AS_OF_DTE" AND
                                H."TO_AS_OF_DTE"
                            AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                                 H."EMPLOYEE_PARTY_ID" =
                                 A."EMPLOYEE_PARTY_ID")))
                + (SELECT COUNT(*)
                   FROM "YDMSEMDN" N
                   WHERE N."AS_OF_DTE" = C."AS_OF_DTE"
                     AND EXISTS
                         (SELECT 1
                          FROM "YDMSLHLD" H
                          WHERE H."STATUS_CD" = 'A'
                            AND N."AS_OF_DTE" BETWEEN
                                H."FROM_AS_OF_DTE" AND
                                H."TO_AS_OF_DTE"
                            AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                                 H."EMPLOYEE_PARTY_ID" =
                                 N."EMPLOYEE_PARTY_ID")))
              WHERE C."RESTORED_SW" = 'N'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSACAT" TO WS-DBMS-TABLE-NAME
           MOVE "1000-COUNT-HELD-ROWS" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
      *       An empty catalog has nothing to refresh - not an error
              CONTINUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB170A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-COUNT-HELD-ROWS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-SET-HELD-CODE.
      *--------------------------------------------------------------*
      *  Fully held when the held rows are every row still kept for
      *  the date, in either table; partly held otherwise.
           EXEC SQL
              UPDATE "YDMSACAT" C
              SET "HELD_CD" =
                  CASE
                  WHEN C."HELD_ROW_CNT" = 0 THEN ' '
                  WHEN C."HELD_ROW_CNT" <
                       (SELECT COUNT(*)
                        FROM "YDMSEMDA" A
                        WHERE A."AS_OF_DTE" = C."AS_OF_DTE")
                     + (SELECT COUNT(*)
                        FROM "YDMSEMDN" N
                        WHERE N."AS_OF_DTE" = C."AS_OF_DTE")
                       THEN 'P'
                  ELSE 'F'
                  END
              WHERE C."RESTORED_SW" = 'N'
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSACAT" TO WS-DBMS-TABLE-NAME
           MOVE "2000-SET-HELD-CODE" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           EVALUATE SQLCODE
           WHEN 0
              CONTINUE
           WHEN 100
              CONTINUE
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB170A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2000-SET-HELD-CODE" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
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
              MOVE "DNCB170A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
