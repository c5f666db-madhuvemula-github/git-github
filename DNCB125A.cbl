       AUTHOR.        Jumar Solutions.
      *   Name: PURGE_DENORMALIZED_EMPL_TABLE
      *
      *   Rows under an active YDMSLHLD legal hold are left on
      *   YDMSEMDN - neither archived nor deleted - and listed on
      *   HLDSKPOT by snapshot date and hold, with legal's matter
      *   reference and reason, so what the purge did not take, and
      *   why, is on paper. Once the hold is released the next run
      *   takes the rows as normal.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Listing of the rows left in place under a legal hold.
           SELECT HLDSKP-FILE ASSIGN TO HLDSKPOT
               FILE STATUS IS WS036-HLDSKP-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HLDSKP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HLDSKP-LINE                       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS001-CONTROL-VARIABLES.
                 88 ESCAPE-LOOP         VALUE 'Y'.
                 88 STAY-IN-LOOP        VALUE 'N'.
           05 WS-PGM-JSCDBERR          PIC  X(8) VALUE 'JSCDBERR'.
           05 WS-PGM-DNCB170A          PIC  X(8) VALUE 'DNCB170A'.
      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   DBMS RESPONSE AREA                                        *
           05 WS002-CUTOFF-AS-OF-DTE-X    PIC  X(10).
           05 WS002-ROWS-ARCHIVED         PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-DELETED          PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-HELD             PIC S9(9) COMP VALUE 0.
           05 WS002-HELD-AS-OF-DTE        PIC  X(10).
           05 WS002-HELD-ROW-CNT          PIC S9(9) COMP VALUE 0.
       01  WS036-HLDSKP-CONTROL.
           05 WS036-HLDSKP-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-HLDSKP-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-HLDSKP-FILE-IS-OPEN  VALUE 'Y'.
           05 WS036-HELD-CURSOR-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-HELD-CURSOR-IS-OPEN  VALUE 'Y'.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB125A'.
           05 FILLER                      PIC X(45) VALUE
                 'YDMSEMDN ROWS LEFT IN PLACE UNDER LEGAL HOLD'.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
           05 FILLER                      PIC X(47) VALUE SPACES.
       01  WS046-HDG2-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(12) VALUE 'AS-OF-DTE'.
           05 FILLER                      PIC X(11) VALUE '  HOLD-ID'.
           05 FILLER                      PIC X(3) VALUE 'T'.
           05 FILLER                      PIC X(17) VALUE 'EMPLOYEE'.
           05 FILLER                      PIC X(11) VALUE '     ROWS'.
           05 FILLER                      PIC X(22) VALUE 'MATTER'.
           05 FILLER                      PIC X(40) VALUE 'REASON'.
           05 FILLER                      PIC X(15) VALUE SPACES.
       01  WS047-CUTOFF-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(21) VALUE
                 'PURGE CUTOFF DATE:'.
           05 WS047-CUTOFF-AS-OF-DTE      PIC X(10).
           05 FILLER                      PIC X(100) VALUE SPACES.
       01  WS048-DETAIL-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-AS-OF-DTE             PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-HOLD-ID               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-HOLD-TYPE-CD          PIC X(1).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-EMPL-PARTY-ID         PIC Z(14)9.
           05 WS048-EMPL-ALL REDEFINES WS048-EMPL-PARTY-ID
                                          PIC X(15).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-ROW-CNT               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-MATTER-REF            PIC X(20).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-HOLD-REASON           PIC X(40).
           05 FILLER                      PIC X(15) VALUE SPACES.
       01  WS051-TOTAL-LINE.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS051-TOTAL-LABEL           PIC X(40).
           05 WS051-TOTAL-CNT             PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(81) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS030-FUNCTION-WORKAREA.
           05 WS-PGM-JSFORMDT                 PIC  X(08)
                 VALUE 'JSFORMDT'.
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSLHLD END-EXEC.
      *
      *  Rows older than the cutoff that an active legal hold covers,
      *  one line per snapshot date and hold. A row covered by two
      *  holds is listed under each; the total counts it once.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_HELD CURSOR FOR
              SELECT
                 E."AS_OF_DTE",
                 H."HOLD_ID",
                 H."HOLD_TYPE_CD",
                 H."EMPLOYEE_PARTY_ID",
                 H."MATTER_REF",
                 H."HOLD_REASON",
                 COUNT(*)
              FROM "YDMSEMDN" E, "YDMSLHLD" H
              WHERE E."AS_OF_DTE" < :WS002-CUTOFF-AS-OF-DTE-X
                AND H."STATUS_CD" = 'A'
                AND E."AS_OF_DTE" BETWEEN H."FROM_AS_OF_DTE"
                                      AND H."TO_AS_OF_DTE"
                AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                     H."EMPLOYEE_PARTY_ID" = E."EMPLOYEE_PARTY_ID")
              GROUP BY E."AS_OF_DTE", H."HOLD_ID", H."HOLD_TYPE_CD",
                       H."EMPLOYEE_PARTY_ID", H."MATTER_REF",
                       H."HOLD_REASON"
              ORDER BY 1, 2
           END-EXEC.
      *
       LINKAGE SECTION.
       COPY JSFLWCTL.
       0000-MODULE-ENTRY.
           PERFORM 0010-INITIALIZATION THRU 0010-EXIT
           PERFORM 0500-MAIN-LOGIC THRU 0500-EXIT
           PERFORM 9920-CLOSE-CURSORS THRU 9920-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
           MOVE LS-FLOW-PARM-PURGE-CUTOFF-DTE TO WS002-CUTOFF-AS-OF-DTE
           MOVE 0 TO WS002-ROWS-ARCHIVED
           MOVE 0 TO WS002-ROWS-DELETED
           MOVE 0 TO WS002-ROWS-HELD
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT HLDSKP-FILE
           IF WS036-HLDSKP-FILE-STATUS = "00"
              SET WS036-HLDSKP-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB125A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN HLDSKP-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       0010-EXIT.
           EXIT.
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 1000-FORMAT-CUTOFF-DATE THRU 1000-EXIT
      *  Held rows are listed before anything moves, from the same
      *  hold test every statement below excludes them by.
           PERFORM 1200-LIST-HELD-ROWS THRU 1200-EXIT
           IF LS-FLOW-PURGE-ARCHIVE-ON
              PERFORM 1500-CATALOG-AGED-DATES THRU 1500-EXIT
              PERFORM 2000-ARCHIVE-AGED-ROWS THRU 2000-EXIT
           END-IF
           PERFORM 3000-DELETE-AGED-ROWS THRU 3000-EXIT
           PERFORM 3500-REFRESH-CATALOG THRU 3500-EXIT
           MOVE WS002-ROWS-ARCHIVED TO LS-FLOW-CNT-ARCHIVED
           MOVE WS002-ROWS-DELETED TO LS-FLOW-CNT-DELETED
           MOVE WS002-ROWS-HELD TO LS-FLOW-CNT-HOLD-SKIP
           .
       0500-EXIT.
           EXIT.
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-LIST-HELD-ROWS.
      *--------------------------------------------------------------*
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           MOVE WS002-CUTOFF-AS-OF-DTE-X TO WS047-CUTOFF-AS-OF-DTE
           MOVE WS047-CUTOFF-LINE TO HLDSKP-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO HLDSKP-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           PERFORM 1201-OPEN-CURSOR THRU 1201-EXIT
           PERFORM 1203-READ-EACH THRU 1203-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB125A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1200-LIST-HELD-ROWS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 1250-COUNT-HELD-ROWS THRU 1250-EXIT
           MOVE WS050-BLANK-LINE TO HLDSKP-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS051-TOTAL-LINE
           MOVE "ROWS LEFT IN PLACE UNDER LEGAL HOLD" TO
             WS051-TOTAL-LABEL
           MOVE WS002-ROWS-HELD TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO HLDSKP-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       1200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1201-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_HELD
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB125A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1201-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           SET WS036-HELD-CURSOR-IS-OPEN TO TRUE
           .
       1201-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1202-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSEMDN_HELD
           EXEC SQL FETCH CRSR001_YDMSEMDN_HELD INTO
              :WS002-HELD-AS-OF-DTE,
              :DCLYDMSLHLD.HOLD-ID,
              :DCLYDMSLHLD.HOLD-TYPE-CD,
              :DCLYDMSLHLD.EMPLOYEE-PARTY-ID,
              :DCLYDMSLHLD.MATTER-REF,
              :DCLYDMSLHLD.HOLD-REASON,
              :WS002-HELD-ROW-CNT
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1202-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       1202-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1203-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1202-FETCH-CURSOR-DATA THRU 1202-EXIT
           IF DBMS-OK
              PERFORM 1210-PRINT-HELD-GROUP THRU 1210-EXIT
           END-IF
           .
       1203-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       1210-PRINT-HELD-GROUP.
      *--------------------------------------------------------------*
           INITIALIZE WS048-DETAIL-LINE
           MOVE WS002-HELD-AS-OF-DTE TO WS048-AS-OF-DTE
           MOVE HOLD-ID OF DCLYDMSLHLD TO WS048-HOLD-ID
           MOVE HOLD-TYPE-CD OF DCLYDMSLHLD TO WS048-HOLD-TYPE-CD
           IF EMPLOYEE-PARTY-ID OF DCLYDMSLHLD = 0
              MOVE "ALL EMPLOYEES" TO WS048-EMPL-ALL
           ELSE
              MOVE EMPLOYEE-PARTY-ID OF DCLYDMSLHLD TO
                WS048-EMPL-PARTY-ID
           END-IF
           MOVE WS002-HELD-ROW-CNT TO WS048-ROW-CNT
           MOVE MATTER-REF OF DCLYDMSLHLD TO WS048-MATTER-REF
           MOVE HOLD-REASON OF DCLYDMSLHLD TO WS048-HOLD-REASON
           MOVE WS048-DETAIL-LINE TO HLDSKP-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       1210-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1250-COUNT-HELD-ROWS.
      *--------------------------------------------------------------*
      *  Distinct rows left in place, for the total and the run audit.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-ROWS-HELD
              FROM "YDMSEMDN" E
              WHERE E."AS_OF_DTE" < :WS002-CUTOFF-AS-OF-DTE-X
                AND EXISTS
                    (SELECT 1
                     FROM "YDMSLHLD" H
                     WHERE H."STATUS_CD" = 'A'
                       AND E."AS_OF_DTE" BETWEEN H."FROM_AS_OF_DTE"
                                             AND H."TO_AS_OF_DTE"
                       AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                            H."EMPLOYEE_PARTY_ID" =
                            E."EMPLOYEE_PARTY_ID"))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1250-COUNT-HELD-ROWS" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB125A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1250-COUNT-HELD-ROWS" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1250-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-CATALOG-AGED-DATES.
      *--------------------------------------------------------------*
      *  archive holds is a catalog question, not ad hoc SQL against
      *  YDMSEMDA. Written before the archive copy from the same
      *  rows the copy will read, inside the same unit of work.
      *  Held rows are not archived, so they are not counted; a date
      *  held whole gets no entry until its hold is released, and a
      *  date held in part gets a second entry for the rest then.
           EXEC SQL
              INSERT INTO "YDMSACAT" (
                 "AS_OF_DTE",
                 CURRENT TIMESTAMP,
                 'N',
                 'N'
              FROM "YDMSEMDN" E
              WHERE E."AS_OF_DTE" < :WS002-CUTOFF-AS-OF-DTE-X
                AND NOT EXISTS
                    (SELECT 1
                     FROM "YDMSLHLD" H
                     WHERE H."STATUS_CD" = 'A'
                       AND E."AS_OF_DTE" BETWEEN H."FROM_AS_OF_DTE"
                                             AND H."TO_AS_OF_DTE"
                       AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                            H."EMPLOYEE_PARTY_ID" =
                            E."EMPLOYEE_PARTY_ID"))
              GROUP BY E."AS_OF_DTE"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSACAT" TO WS-DBMS-TABLE-NAME
      *--------------------------------------------------------------*
      *  Copy every row that is about to be purged into YDMSEMDA
      *  before it is deleted, so ops can still pull an old snapshot.
      *  Held rows stay where they are, on YDMSEMDN.
           EXEC SQL
              INSERT INTO "YDMSEMDA" (
                 "DISTRIBUTOR_ID",
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD",
                 "ARCHIVED_DTE"
              )
              SELECT
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD",
                 CURRENT DATE
              FROM "YDMSEMDN" E
              WHERE E."AS_OF_DTE" < :WS002-CUTOFF-AS-OF-DTE-X
                AND NOT EXISTS
                    (SELECT 1
                     FROM "YDMSLHLD" H
                     WHERE H."STATUS_CD" = 'A'
                       AND E."AS_OF_DTE" BETWEEN H."FROM_AS_OF_DTE"
                                             AND H."TO_AS_OF_DTE"
                       AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                            H."EMPLOYEE_PARTY_ID" =
                            E."EMPLOYEE_PARTY_ID"))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDA" TO WS-DBMS-TABLE-NAME
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE HLDSKP-LINE AFTER ADVANCING 1 LINE
           IF WS036-HLDSKP-FILE-STATUS NOT = "00"
              MOVE "DNCB125A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE HLDSKP-FILE" TO
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
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO HLDSKP-LINE
           WRITE HLDSKP-LINE AFTER ADVANCING PAGE
           MOVE WS046-HDG2-LINE TO HLDSKP-LINE
           WRITE HLDSKP-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO HLDSKP-LINE
           WRITE HLDSKP-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS044-LINE-CNT
           .
       2520-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-DELETE-AGED-ROWS.
      *--------------------------------------------------------------*
      *  The same hold test as the archive copy, so exactly the rows
      *  copied are the rows deleted.
           EXEC SQL
              DELETE FROM "YDMSEMDN" E
              WHERE E."AS_OF_DTE" < :WS002-CUTOFF-AS-OF-DTE-X
                AND NOT EXISTS
                    (SELECT 1
                     FROM "YDMSLHLD" H
                     WHERE H."STATUS_CD" = 'A'
                       AND E."AS_OF_DTE" BETWEEN H."FROM_AS_OF_DTE"
                                             AND H."TO_AS_OF_DTE"
                       AND (H."EMPLOYEE_PARTY_ID" = 0 OR
                            H."EMPLOYEE_PARTY_ID" =
                            E."EMPLOYEE_PARTY_ID"))
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           .
       3000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-REFRESH-CATALOG.
      *--------------------------------------------------------------*
      *  Rows have moved, so the YDMSACAT held columns are brought up
      *  to date in the same unit of work.
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB170A USING
                 LS-FLOW
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "3500-REFRESH-CATALOG" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       3500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9250-SAVE-DBMS-INFO.
      *--------------------------------------------------------------*
       9250-EXIT.
      *--------------------------------------------------------------*
           EXIT.
      *--------------------------------------------------------------*
       9920-CLOSE-CURSORS.
      *--------------------------------------------------------------*
           IF WS036-HELD-CURSOR-IS-OPEN
              EXEC SQL CLOSE CRSR001_YDMSEMDN_HELD
              END-EXEC
              MOVE "N" TO WS036-HELD-CURSOR-OPEN-SW
           END-IF
           IF WS036-HLDSKP-FILE-IS-OPEN
              CLOSE HLDSKP-FILE
              MOVE "N" TO WS036-HLDSKP-FILE-OPEN-SW
           END-IF
           .
       9920-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9990-ABORT.
      * NOTE We come here when functions etc are unsuccessful and for
