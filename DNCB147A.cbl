      *   than it. The anomaly count goes back to DNCB146B, which
      *   ends with a nonzero condition code when anything fired so
      *   the scheduler can hold the downstream extract instead of
      *   shipping a suspect snapshot to payroll. A load DNCB176B
      *   has backed out is no yardstick either: the BACKOUT row it
      *   records voids the load before it, a REINSTAT row cancels
      *   the backout before it, and a backout not yet followed by a
      *   fresh load is itself reported as the anomaly.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
           05 WS003-CUR-DUP-SSN           PIC S9(9) COMP-3 VALUE 0.
       01  WS004-HIST-ROW.
           05 WS004-HIST-START-TMSP       PIC  X(26).
           05 WS004-HIST-RUN-STATUS       PIC  X(8).
           05 WS004-HIST-FETCHED          PIC S9(9) COMP-3.
           05 WS004-HIST-INSERTED         PIC S9(9) COMP-3.
           05 WS004-HIST-PV-REJECTED      PIC S9(9) COMP-3.
           05 WS004-HIST-DUP-SSN          PIC S9(9) COMP-3.
      *
      *  Backout screening. Reading newest first, a REINSTAT row
      *  cancels the BACKOUT behind it, and a BACKOUT row left
      *  standing voids the load run behind it - the load it took
      *  back off YDMSEMDN. DNCB177A backs out only the newest date,
      *  so backouts stack newest first: each one still standing
      *  voids one more load, hence counts rather than switches.
      *
       01  WS005-BACKOUT-CONTROL.
           05 WS005-ROW-USABLE-SW         PIC  X VALUE 'N'.
              88 WS005-ROW-USABLE           VALUE 'Y'.
           05 WS005-VOID-LOAD-CNT         PIC S9(4) COMP VALUE 0.
           05 WS005-CANCEL-BACKOUT-CNT    PIC S9(4) COMP VALUE 0.
           05 WS005-LATEST-BACKED-OUT-SW  PIC  X VALUE 'N'.
              88 WS005-LATEST-BACKED-OUT    VALUE 'Y'.
       01  WS036-ANMRPT-CONTROL.
           05 WS036-ANMRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-ANMRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
      *  The watched program's ended runs, newest first - the first
      *  row is the run under judgment, the next ten are its history.
      *  A run still in STARTED status, or one that rolled back, is
      *  no yardstick and is left out. BACKOUT and REINSTAT rows come
      *  through only to be screened - they are never judged.
           EXEC SQL DECLARE CRSR001_YDMSRAUD_RECENT CURSOR FOR
              SELECT
                 "START_TMSP",
                 "RUN_STATUS",
                 "CNT_FETCHED",
                 "CNT_INSERTED",
                 "CNT_PV_REJECTED",
              FROM "YDMSRAUD"
              WHERE "RUN_PGM_ID" = :WS002-MON-PGM-ID
                AND "END_TMSP" IS NOT NULL
                AND "RUN_STATUS" IN ('NORMAL', 'BACKOUT', 'REINSTAT')
              ORDER BY "START_TMSP" DESC
           END-EXEC.
      *
      *    Fetch the data for cursor CRSR001_YDMSRAUD_RECENT
           EXEC SQL FETCH CRSR001_YDMSRAUD_RECENT INTO
              :WS004-HIST-START-TMSP,
              :WS004-HIST-RUN-STATUS,
              :WS004-HIST-FETCHED,
              :WS004-HIST-INSERTED,
              :WS004-HIST-PV-REJECTED,
      *--------------------------------------------------------------*
       1100-FETCH-CURRENT-RUN.
      *--------------------------------------------------------------*
      *  The newest ended run still standing is the one under
      *  judgment - unless a backout has taken it away since.
           PERFORM 1110-FETCH-LOAD-RUN THRU 1110-EXIT
           EVALUATE TRUE
           WHEN WS005-LATEST-BACKED-OUT
              CONTINUE
           WHEN DBMS-OK
              MOVE "Y" TO WS003-CUR-RUN-SW
              MOVE WS004-HIST-START-TMSP TO WS003-CUR-START-TMSP
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-FETCH-LOAD-RUN.
      *--------------------------------------------------------------*
      *  Fetch on to the next load run still standing, screening out
      *  the backout rows and the loads they voided. Stops early at a
      *  live backout met before the run under judgment is found.
           MOVE "N" TO WS005-ROW-USABLE-SW
           PERFORM 1120-FETCH-AND-SCREEN THRU 1120-EXIT
           PERFORM 1120-FETCH-AND-SCREEN THRU 1120-EXIT
             UNTIL NOT DBMS-OK OR WS005-ROW-USABLE
                OR WS005-LATEST-BACKED-OUT
           .
       1110-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1120-FETCH-AND-SCREEN.
      *--------------------------------------------------------------*
           PERFORM 1002-FETCH-CURSOR-DATA THRU 1002-EXIT
           IF NOT DBMS-OK
              GO TO 1120-EXIT
           END-IF
           EVALUATE WS004-HIST-RUN-STATUS
           WHEN "REINSTAT"
              ADD 1 TO WS005-CANCEL-BACKOUT-CNT
           WHEN "BACKOUT"
              IF WS005-CANCEL-BACKOUT-CNT > 0
                 SUBTRACT 1 FROM WS005-CANCEL-BACKOUT-CNT
              ELSE
                 ADD 1 TO WS005-VOID-LOAD-CNT
                 IF NOT WS003-CUR-RUN-FOUND
                    MOVE "Y" TO WS005-LATEST-BACKED-OUT-SW
                 END-IF
              END-IF
           WHEN OTHER
              IF WS005-VOID-LOAD-CNT > 0
                 SUBTRACT 1 FROM WS005-VOID-LOAD-CNT
              ELSE
                 MOVE "Y" TO WS005-ROW-USABLE-SW
              END-IF
           END-EVALUATE
           .
       1120-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-ACCUMULATE-HISTORY.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1110-FETCH-LOAD-RUN THRU 1110-EXIT
           IF DBMS-OK
              ADD 1 TO WS002-HISTORY-CNT
              ADD WS004-HIST-FETCHED TO WS002-SUM-FETCHED
       2000-JUDGE-CURRENT-RUN.
      *--------------------------------------------------------------*
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
      *  The latest load was backed out and nothing has replaced it
      *  yet - there is no snapshot to judge, and the scheduler must
      *  hold until the load is rerun.
           IF WS005-LATEST-BACKED-OUT
              ADD 1 TO WS002-CNT-ANOMALIES
              INITIALIZE WS049-MSG-LINE
              MOVE "LATEST LOAD WAS BACKED OUT - RERUN IT TO JUDGE"
                TO WS049-MSG-TEXT
              MOVE WS049-MSG-LINE TO ANMRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
              GO TO 2000-EXIT
           END-IF
           IF NOT WS003-CUR-RUN-FOUND
      *  Nothing ended normally for the program at all - that is
      *  itself the anomaly the scheduler must hold on.
