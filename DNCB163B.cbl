      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB163B.
       AUTHOR.        Jumar Solutions.
      *   Name: DMS_REPORT_QUARTERLY_TURNOVER
      *
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
      * Dummy declarations for calls to JSABEND
       01  WS-DUMMY-IO-PCB   PIC  XXXX VALUE SPACES.
       01  WS-DUMMY-ALT-PCB  PIC  XXXX VALUE SPACES.

       COPY JSFLWCTL.
       COPY JSRAUDIT.
       01  WS001-CONTROL-VARIABLES.
           05 WS-FLOW-CONTROL.
              10 WS-FLOW-TRNCD            PIC  X(8).
           05 WS-ESCAPE-MECHANISM.
              10 WS-ESC-CURRENT-LEVEL     PIC  99 COMP-3.
              10 WS-ESC-QUIT-LEVEL        PIC  99 COMP-3.
              10 WS-ESCAPE-LOOP-YN        PIC  X.
                 88 ESCAPE-LOOP            VALUE 'Y'.
                 88 STAY-IN-LOOP           VALUE 'N'.
           05 WS-PGM-DNCB164A             PIC  X(08) VALUE 'DNCB164A'.
           05 WS-PGM-DNCB138A             PIC  X(08)
                 VALUE 'DNCB138A'.
           05 WS-PGM-JSCDBERR             PIC  X(8) VALUE 'JSCDBERR'.
           05 WS-PGM-CEE3ABD              PIC  X(08) VALUE 'CEE3ABD'.
           05 WS-ALREADY-SYSTEM-ERROR-SW  PIC  X(1) VALUE 'N'.
              88 WS-ALREADY-SYSTEM-ERROR   VALUE 'Y'.
       01  WS-CEE3ABD-FIELDS.
           05 WS-CEE3ABD                  PIC  X(8) VALUE 'CEE3ABD'.
           05 WS-ABEND-CODE               PIC S9(9) BINARY VALUE +0000.
           05 WS-DUMP-CODE                PIC S9(9) VALUE +1.
              88 WS-DUMP-SYSTEM            VALUE +0.
              88 WS-DUMP-LE370             VALUE +1.
      *
      *  PARM= card layout received from the JCL EXEC statement:
      *    01-04  Report year, YYYY.
      *    05     Report quarter, 1-4.
      *  A blank or zero card reports the last completed calendar
      *  quarter. The quarter may be live in YDMSEMDN or already
      *  archived to YDMSEMDA - DNCB164A reads both.
      *
       01  WS-JCL-PARM-CARD.
           05 WS-PARM-RPT-YEAR            PIC  9(4).
           05 WS-PARM-RPT-QTR             PIC  9(1).
       01  WS002-QUARTER-DATES.
           05 WS002-CUR-MONTH             PIC  9(2).
           05 WS002-QTR-FROM-DTE.
              10 WS002-QTR-FROM-YEAR      PIC  9(4).
              10 WS002-QTR-FROM-MONTH     PIC  9(2).
              10 WS002-QTR-FROM-DAY       PIC  9(2).
           05 WS002-QTR-FROM-DTE-N REDEFINES WS002-QTR-FROM-DTE
                                          PIC  9(8).
           05 WS002-QTR-TO-DTE.
              10 WS002-QTR-TO-YEAR        PIC  9(4).
              10 WS002-QTR-TO-MONTH       PIC  9(2).
              10 WS002-QTR-TO-DAY         PIC  9(2).
           05 WS002-QTR-TO-DTE-N REDEFINES WS002-QTR-TO-DTE
                                          PIC  9(8).
       01  WS013-FUNCTION-WORKAREA.
           05 WS013-COBOL-TIMESTAMP           PIC  X(21).
      *******************************************
      *   Beginning of STATUS codes
       01  WS-BLANK-STATUS       VALUE SPACES.
           05 WS-STATUS-DSCRN   PIC  X.
           05 WS-STATUS-ENDEX   PIC  X.
           05 WS-STATUS-MSGTYP  PIC  X.
           05 WS-STATUS-NAME    PIC  X(32).
           05 WS-STATUS-MSGTXT  PIC  X(80).
           05 WS-STATUS-TERM    PIC  X.
      *
       01  WS-ES-INVALID-COMMAND.
           05 WS-STATUS-DSCRN     PIC  X     VALUE 'Y'.
           05 WS-STATUS-ENDEX     PIC  X     VALUE 'Y'.
           05 WS-STATUS-MSGTYP    PIC  X     VALUE 'E'.
           05 WS-STATUS-NAME      PIC  X(32) VALUE 'INVALID_COMMAND'.
           05 WS-STATUS-MSGTXT    PIC  X(80) VALUE 'INVALID_COMMAND'.
           05 WS-STATUS-TERM      PIC  X     VALUE 'R'.
      *   End of STATUS codes
      *******************************************
       01  WS004-ERROR-REPORTED.
           05 WS004-ERROR-ENCOUNTERED           PIC  X.
           05 WS004-ERROR-FUNC-NAME             PIC  X(8).
           05 WS004-ERROR-FUNC-ERRMSG           PIC  9(4).

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   DBMS RESPONSE AREA                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       COPY JSDBMSRW.
       01  WS-DSN-ERROR-MESSAGE.
           05 WS-DSN-ERROR-LEN   PIC S9(4) COMP VALUE 720.
           05 WS-DSN-ERROR-TEXT  PIC  X(72)  OCCURS 10 TIMES.

       77  WS-DSN-ERROR-TEXT-LEN PIC S9(9) COMP VALUE +72.
       01  WS-ABEND-TYPE   PIC  X(5) VALUE 'BATCH'.
       01  WS-PGM-JSABEND  PIC  X(8) VALUE 'JSABEND'.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LS-JCL-PARM.
           05 LS-JCL-PARM-LEN             PIC S9(4) COMP.
           05 LS-JCL-PARM-DATA            PIC X(80).
      *
      **************************************************
      *            PROCEDURE DIVISION                  *
      **************************************************
       PROCEDURE DIVISION USING LS-JCL-PARM.
       0000-MODULE-ENTRY.
           PERFORM 0010-INITIALIZATION THRU 0010-EXIT
           PERFORM 0500-MAIN-LOGIC THRU 0500-EXIT
           PERFORM 7000-CHECK-STATUS THRU 7000-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           INITIALIZE LS-FLOW
           INITIALIZE WS-DBMS-RESPONSE
           MOVE  "DNCB163B " TO LS-FLOW-CUR-PROG-ID
           MOVE  "DMS_REPORT_QUARTERLY_TURNOVER" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE "DNCB163B" TO LS-FLOW-TRANCODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           PERFORM 0020-GET-RUN-PARMS THRU 0020-EXIT
           PERFORM 0040-WRITE-RUN-AUDIT-START THRU 0040-EXIT
           .
       0010-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0020-GET-RUN-PARMS.
      *--------------------------------------------------------------*
      *  Turn the year and quarter on the JCL PARM= card into the
      *  quarter's first and last calendar dates, handed to DNCB164A
      *  in the history from/to fields of LS-FLOW.
           INITIALIZE WS-JCL-PARM-CARD
           IF LS-JCL-PARM-LEN > 0
              MOVE LS-JCL-PARM-DATA (1:5) TO WS-JCL-PARM-CARD
           END-IF
           IF WS-JCL-PARM-CARD = SPACES
              MOVE ZEROS TO WS-JCL-PARM-CARD
           END-IF
      *  No quarter keyed - take the calendar quarter before the one
      *  today falls in.
           IF WS-PARM-RPT-YEAR = 0 AND WS-PARM-RPT-QTR = 0
              MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
              MOVE WS013-COBOL-TIMESTAMP (1:4) TO WS-PARM-RPT-YEAR
              MOVE WS013-COBOL-TIMESTAMP (5:2) TO WS002-CUR-MONTH
              COMPUTE WS-PARM-RPT-QTR =
                 (WS002-CUR-MONTH - 1) / 3
              IF WS-PARM-RPT-QTR = 0
                 MOVE 4 TO WS-PARM-RPT-QTR
                 SUBTRACT 1 FROM WS-PARM-RPT-YEAR
              END-IF
           END-IF
           IF WS-PARM-RPT-YEAR = 0 OR
              WS-PARM-RPT-QTR < 1 OR WS-PARM-RPT-QTR > 4
              MOVE "DNCB163B" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0020-GET-RUN-PARMS" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "PARM YEAR/QUARTER INVALID - QUARTER MUST BE 1-4"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS-PARM-RPT-YEAR TO WS002-QTR-FROM-YEAR
           MOVE WS-PARM-RPT-YEAR TO WS002-QTR-TO-YEAR
           COMPUTE WS002-QTR-FROM-MONTH = (WS-PARM-RPT-QTR - 1) * 3 + 1
           COMPUTE WS002-QTR-TO-MONTH = WS-PARM-RPT-QTR * 3
           MOVE 1 TO WS002-QTR-FROM-DAY
           EVALUATE WS-PARM-RPT-QTR
           WHEN 1
           WHEN 4
              MOVE 31 TO WS002-QTR-TO-DAY
           WHEN OTHER
              MOVE 30 TO WS002-QTR-TO-DAY
           END-EVALUATE
           MOVE WS002-QTR-FROM-DTE-N TO LS-FLOW-PARM-HIST-FROM-DTE
           MOVE WS002-QTR-TO-DTE-N TO LS-FLOW-PARM-HIST-TO-DTE
           .
       0020-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0040-WRITE-RUN-AUDIT-START.
      *--------------------------------------------------------------*
      *  Open this run's row on the YDMSRAUD run-audit table, so the
      *  parms and counts of every run stay queryable after the job
      *  log has scrolled away.
           INITIALIZE LS-RAUDIT
           SET LS-RAUDIT-FUNC-START TO TRUE
           MOVE "DNCB163B" TO LS-RAUDIT-PGM-ID
           IF LS-JCL-PARM-LEN > 0
              MOVE LS-JCL-PARM-DATA TO LS-RAUDIT-PARM-CARD
           END-IF
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB138A USING
                 LS-FLOW
                 LS-RAUDIT
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "0040-WRITE-RUN-AUDIT-START" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       0040-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
      * NOTE ************************************************
      *      The only reason for this procedure is so that
      *      the DB2 is in an action block so that the DBRM
      *      and the module name are the same.
      *      (e.g.DNCB164A).  This is needed in order for
      *      endevor to perform the binds.
      *      ************************************************
           PERFORM 1000-CALL-DNCB164A THRU 1000-EXIT
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-CALL-DNCB164A.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB164A USING
                 LS-FLOW
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "1000-CALL-DNCB164A" TO LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1000-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       7000-CHECK-STATUS.
      *--------------------------------------------------------------*
           EVALUATE LS-FLOW-STATUS-TERM
           WHEN 'R'
      *       Handle ROLLBACK request
              PERFORM 8500-ROLLBACK THRU 8500-EXIT
      *
           WHEN 'A'
      *       Handle ABORT request
              PERFORM 9990-ABORT THRU 9990-EXIT
      *
           WHEN 'X'
      *       Handle RETRY TRANSACTION
              PERFORM 8550-RETRY THRU 8550-EXIT
      *
           WHEN OTHER
      *       No action required here
              CONTINUE
           END-EVALUATE
      *
           PERFORM 8410-WRITE-TURNOVER-SUMMARY THRU 8410-EXIT
           PERFORM 8420-WRITE-RUN-AUDIT-END THRU 8420-EXIT
           CONTINUE.
      *--------------------------------------------------------------*
       7000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8400-WRITE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE "8400-WRITE-MESSAGE" TO LS-FLOW-CUR-PARA-NAME
           DISPLAY "DNCB163B".
           DISPLAY "EXIT STATUS: " WITH NO ADVANCING.
           EVALUATE LS-FLOW-STATUS-TERM
              WHEN "R"
                 DISPLAY "ROLLBACK"
              WHEN "A"
                 DISPLAY "ABORT"
              WHEN OTHER
                 DISPLAY "MESSAGE"
           END-EVALUATE.
           DISPLAY "MESSAGE TYPE: " WITH NO ADVANCING.
           EVALUATE LS-FLOW-STATUS-MSGTYP
              WHEN "N"
                 DISPLAY "NORMAL"
              WHEN "E"
                 DISPLAY "ERROR"
              WHEN "I"
                 DISPLAY "INFORMATIONAL"
              WHEN "W"
                 DISPLAY "WARNING"
              WHEN OTHER
                 DISPLAY "UNKNOWN"
           END-EVALUATE.
           DISPLAY "MESSAGE: " LS-FLOW-STATUS-MSGTXT.
             .
      *--------------------------------------------------------------*
       8400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8410-WRITE-TURNOVER-SUMMARY.
      *--------------------------------------------------------------*
           MOVE "8410-WRITE-TURNOVER-SUMMARY" TO LS-FLOW-CUR-PARA-NAME
           DISPLAY "DNCB163B - QUARTERLY TURNOVER AND TENURE SUMMARY"
           DISPLAY "  QUARTER ..............: "
              WS-PARM-RPT-YEAR " Q" WS-PARM-RPT-QTR
           DISPLAY "  DISTRIBUTORS REPORTED : "
              LS-FLOW-CNT-TURN-DIST
           .
       8410-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8420-WRITE-RUN-AUDIT-END.
      *--------------------------------------------------------------*
      *  Close this run's YDMSRAUD row with the final status and the
      *  counts the summary above reported. A row left in STARTED
      *  status means the run died before reaching here.
           SET LS-RAUDIT-FUNC-END TO TRUE
           IF LS-FLOW-STATUS-TERM = "R"
              MOVE "ROLLBACK" TO LS-RAUDIT-RUN-STATUS
           ELSE
              MOVE "NORMAL" TO LS-RAUDIT-RUN-STATUS
           END-IF
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB138A USING
                 LS-FLOW
                 LS-RAUDIT
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "8420-WRITE-RUN-AUDIT-END" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       8420-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8500-ROLLBACK.
      *--------------------------------------------------------------*
           MOVE "8500-ROLLBACK" TO LS-FLOW-CUR-PARA-NAME
            EXEC SQL
            ROLLBACK
            END-EXEC
              .
       8500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8550-RETRY.
      *--------------------------------------------------------------*
           MOVE "8550-RETRY" TO LS-FLOW-CUR-PARA-NAME
      *    Simulate an ABEND FLOW STATUS
           MOVE "Y" TO LS-FLOW-STATUS-DSCRN
           MOVE "Y" TO LS-FLOW-STATUS-ENDEX
           MOVE "E" TO LS-FLOW-STATUS-MSGTYP
           MOVE "ABORT DISPLAYING" TO LS-FLOW-STATUS-NAME
           MOVE "RETRY TRANSACTION was requested" TO
           LS-FLOW-STATUS-MSGTXT
           MOVE "A" TO LS-FLOW-STATUS-TERM
      *    Save diagnostic information
           MOVE "8550-RETRY" TO LS-FLOW-ERROR-PARA-NAME
           MOVE "DNCB163B" TO LS-FLOW-ERROR-PROG-NAME
           PERFORM 9990-ABORT THRU 9990-EXIT
             .
      *--------------------------------------------------------------*
       8550-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9990-ABORT.
      *--------------------------------------------------------------*
      * NOTE We come here when functions etc are unsuccessful and for
      *   requests to ABEND
           IF LS-FLOW-ERROR-PROG-NAME = SPACES
              MOVE "DNCB163B" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
           CALL WS-PGM-JSABEND USING
              LS-FLOW
              WS-DBMS-RESPONSE
              WS-DUMMY-IO-PCB
              WS-DUMMY-ALT-PCB
              WS-ABEND-TYPE

           GOBACK
           .
       9990-EXIT.
           EXIT.
