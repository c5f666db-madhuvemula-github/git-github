      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB171B.
       AUTHOR.        Jumar Solutions.
      *   Name: DMS_REPORT_DUPLICATE_PERSONS
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
       COPY JSRPREQ.
       01  WS001-CONTROL-VARIABLES.
           05 WS-FLOW-CONTROL.
              10 WS-FLOW-TRNCD            PIC  X(8).
           05 WS-ESCAPE-MECHANISM.
              10 WS-ESC-CURRENT-LEVEL     PIC  99 COMP-3.
              10 WS-ESC-QUIT-LEVEL        PIC  99 COMP-3.
              10 WS-ESCAPE-LOOP-YN        PIC  X.
                 88 ESCAPE-LOOP            VALUE 'Y'.
                 88 STAY-IN-LOOP           VALUE 'N'.
           05 WS-PGM-DNCB172A             PIC  X(08) VALUE 'DNCB172A'.
           05 WS-PGM-DNCB138A             PIC  X(08)
                 VALUE 'DNCB138A'.
           05 WS-PGM-DNCB148A             PIC  X(08)
                 VALUE 'DNCB148A'.
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
      *    01-08  Snapshot AS_OF_DTE, YYYYMMDD - the load to search.
      *           Zero or blank uses the latest AS_OF_DTE on
      *           YDMSEMDN, which is the load this job follows.
      *    09     Minimum score, 0-3 - only pairs on which at least
      *           this many of the other fields agree are listed.
      *           Zero or blank lists every name and birth date match.
      *    10     Prerequisite override switch, Y/N - Y pushes the
      *           run past a failed DNCB148A prerequisite check, for
      *           genuine emergencies only. The failure still prints.
      *
       01  WS-JCL-PARM-CARD.
           05 WS-PARM-AS-OF-DTE           PIC  9(8).
           05 WS-PARM-MIN-SCORE           PIC  9(1).
           05 WS-PARM-GATE-OVERRIDE-SW    PIC  X(01).
      *
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
           MOVE  "DNCB171B " TO LS-FLOW-CUR-PROG-ID
           MOVE  "DMS_REPORT_DUPLICATE_PERSONS" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE "DNCB171B" TO LS-FLOW-TRANCODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           PERFORM 0020-GET-RUN-PARMS THRU 0020-EXIT
           PERFORM 0040-WRITE-RUN-AUDIT-START THRU 0040-EXIT
           PERFORM 0060-CHECK-PREREQUISITE THRU 0060-EXIT
           .
       0010-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0020-GET-RUN-PARMS.
      *--------------------------------------------------------------*
      *  Move the JCL PARM= card into LS-FLOW so DNCB172A knows which
      *  snapshot to search and how strong a pair must be to list.
           INITIALIZE WS-JCL-PARM-CARD
           IF LS-JCL-PARM-LEN > 0
              MOVE LS-JCL-PARM-DATA (1:10) TO WS-JCL-PARM-CARD
           END-IF
           IF WS-PARM-AS-OF-DTE NOT NUMERIC
              MOVE 0 TO WS-PARM-AS-OF-DTE
           END-IF
           IF WS-PARM-MIN-SCORE NOT NUMERIC
              OR WS-PARM-MIN-SCORE > 3
              MOVE 0 TO WS-PARM-MIN-SCORE
           END-IF
           MOVE WS-PARM-AS-OF-DTE TO LS-FLOW-PARM-AS-OF-DTE-OVR
           MOVE WS-PARM-MIN-SCORE TO LS-FLOW-PARM-DUP-MIN-SCORE
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
           MOVE "DNCB171B" TO LS-RAUDIT-PGM-ID
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
       0060-CHECK-PREREQUISITE.
      *--------------------------------------------------------------*
      *  Pairs are only worth the stewards' time off a load that
      *  finished - DNCB148A proves the DNCB122B load's latest run
      *  ended NORMAL and none is still open, and, when a date was
      *  keyed, that the date is actually on YDMSEMDN. PARM byte 10
      *  is the operator override for genuine emergencies.
           MOVE LS-FLOW-PARM-AS-OF-DTE-OVR TO LS-RPREQ-AS-OF-DTE
           PERFORM 0065-CALL-DNCB148A THRU 0065-EXIT
           .
       0060-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0065-CALL-DNCB148A.
      *--------------------------------------------------------------*
           MOVE "DNCB122B" TO LS-RPREQ-PREREQ-PGM-ID
           IF WS-PARM-GATE-OVERRIDE-SW = "Y"
              SET LS-RPREQ-OVERRIDE-ON TO TRUE
           ELSE
              SET LS-RPREQ-OVERRIDE-OFF TO TRUE
           END-IF
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB148A USING
                 LS-FLOW
                 LS-RPREQ
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "0065-CALL-DNCB148A" TO LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-RPREQ-OVERRIDDEN
              DISPLAY "DNCB171B - PREREQUISITE CHECK FAILED BUT THE"
              DISPLAY "  OPERATOR OVERRIDE WAS KEYED - PROCEEDING"
           END-IF
           IF NOT LS-RPREQ-OK
              PERFORM 0070-REPORT-PREREQ-FAILURE THRU 0070-EXIT
           END-IF
           .
       0065-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0070-REPORT-PREREQ-FAILURE.
      *--------------------------------------------------------------*
           DISPLAY "DNCB171B - RUN PREREQUISITE CHECK FAILED"
           DISPLAY "  FOR SEARCH AS_OF_DTE: " LS-RPREQ-AS-OF-DTE
           EVALUATE TRUE
           WHEN LS-RPREQ-RUN-STILL-OPEN
              DISPLAY "  A DNCB122B RUN IS STILL OPEN ON YDMSRAUD"
              MOVE
                "PREREQ DNCB122B RUN STILL OPEN - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
           WHEN LS-RPREQ-LAST-RUN-BAD
              DISPLAY "  THE LATEST DNCB122B RUN DID NOT END NORMAL"
              MOVE
                "PREREQ DNCB122B LAST RUN NOT NORMAL - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
           WHEN LS-RPREQ-NO-SNAPSHOT
              DISPLAY "  THE SEARCH AS_OF_DTE IS NOT ON YDMSEMDN"
              MOVE
                "SEARCH AS_OF_DTE NOT ON YDMSEMDN - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
           WHEN LS-RPREQ-NO-RUN-HISTORY
              DISPLAY "  NO ENDED DNCB122B RUN EXISTS ON YDMSRAUD"
              MOVE
                "NO ENDED PREREQ DNCB122B RUN FOUND - JOB ENDED"
                TO LS-FLOW-ERROR-MESSAGE-1
           END-EVALUATE
           DISPLAY "  KEY THE OVERRIDE PARM ONLY FOR A GENUINE"
           DISPLAY "  EMERGENCY, AFTER THE LOAD IS RESOLVED"
           MOVE "DNCB171B" TO LS-FLOW-ERROR-PROG-NAME
           MOVE "0070-REPORT-PREREQ-FAILURE" TO
             LS-FLOW-ERROR-PARA-NAME
           SET LS-FLOW-SYSTEM-ERROR TO TRUE
           PERFORM 9990-ABORT THRU 9990-EXIT
           .
       0070-EXIT.
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
      *      (e.g.DNCB172A).  This is needed in order for
      *      endevor to perform the binds.
      *      ************************************************
           PERFORM 1000-CALL-DNCB172A THRU 1000-EXIT
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-CALL-DNCB172A.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB172A USING
                 LS-FLOW
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "1000-CALL-DNCB172A" TO LS-FLOW-ERROR-PARA-NAME
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
           PERFORM 8410-WRITE-DUPLICATE-SUMMARY THRU 8410-EXIT
           PERFORM 8420-WRITE-RUN-AUDIT-END THRU 8420-EXIT
           CONTINUE.
      *--------------------------------------------------------------*
       7000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8400-WRITE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE "8400-WRITE-MESSAGE" TO LS-FLOW-CUR-PARA-NAME
           DISPLAY "DNCB171B".
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
       8410-WRITE-DUPLICATE-SUMMARY.
      *--------------------------------------------------------------*
           MOVE "8410-WRITE-DUPLICATE-SUMMARY" TO
             LS-FLOW-CUR-PARA-NAME
           DISPLAY "DNCB171B - PROBABLE DUPLICATE PERSON SUMMARY"
           DISPLAY "  AS_OF_DTE ............: "
              LS-FLOW-PARM-AS-OF-DTE-OVR
           DISPLAY "  MINIMUM SCORE ........: "
              LS-FLOW-PARM-DUP-MIN-SCORE
           DISPLAY "  PAIRS LISTED .........: "
              LS-FLOW-CNT-DUP-PAIRS
           DISPLAY "  PAIRS SUPPRESSED .....: "
              LS-FLOW-CNT-DUP-SUPPRESSED
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
           MOVE "DNCB171B" TO LS-FLOW-ERROR-PROG-NAME
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
              MOVE "DNCB171B" TO LS-FLOW-ERROR-PROG-NAME
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
