      *   dates and rows the archive still physically holds. What we
      *   hold, and what we once held, is now a report for the legal
      *   retention audits instead of ad hoc SQL against YDMSEMDA.
      *   Each line also shows whether the date is under legal hold -
      *   F when every row still kept for it is held, P when only
      *   some are - and how many rows that is, as DNCB170A last
      *   left it on the catalog, with totals for the held dates and
      *   rows.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
           05 WS002-EVENTS-LISTED         PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DATES-HELD            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-HELD             PIC  9(15) COMP-3 VALUE 0.
           05 WS002-DATES-FULLY-HELD      PIC  9(9) COMP-3 VALUE 0.
           05 WS002-DATES-PARTLY-HELD     PIC  9(9) COMP-3 VALUE 0.
           05 WS002-ROWS-LEGAL-HOLD       PIC  9(15) COMP-3 VALUE 0.
           05 WS002-LAST-HELD-AS-OF-DTE   PIC  X(10) VALUE SPACES.

       77  WS003-RESTORED-TMSP-NL  PIC S9(4) COMP.
       77  WS004-PURGED-TMSP-NL    PIC S9(4) COMP.
                 'R RESTORED'.
           05 FILLER                      PIC X(29) VALUE
                 'P PURGED'.
           05 FILLER                      PIC X(12) VALUE
                 'H HELD ROWS'.
           05 FILLER                      PIC X(13) VALUE SPACES.
       01  WS048-DETAIL-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-AS-OF-DTE             PIC X(10).
           05 WS048-PURGED-SW             PIC X(1).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-PURGED-TMSP           PIC X(26).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-HELD-CD               PIC X(1).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-HELD-ROW-CNT          PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(14) VALUE SPACES.
       01  WS051-TOTAL-LINE.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS051-TOTAL-LABEL           PIC X(30).
                 "RESTORED_SW",
                 "RESTORED_TMSP",
                 "PURGED_SW",
                 "PURGED_TMSP",
                 "HELD_CD",
                 "HELD_ROW_CNT"
              FROM "YDMSACAT"
              ORDER BY "AS_OF_DTE", "ARCHIVED_TMSP"
           END-EXEC.
              :DCLYDMSACAT.RESTORED-SW,
              :DCLYDMSACAT.RESTORED-TMSP :WS003-RESTORED-TMSP-NL,
              :DCLYDMSACAT.PURGED-SW,
              :DCLYDMSACAT.PURGED-TMSP :WS004-PURGED-TMSP-NL,
              :DCLYDMSACAT.HELD-CD,
              :DCLYDMSACAT.HELD-ROW-CNT
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSACAT" TO WS-DBMS-TABLE-NAME
           ELSE
              MOVE PURGED-TMSP OF DCLYDMSACAT TO WS048-PURGED-TMSP
           END-IF
           MOVE HELD-CD OF DCLYDMSACAT TO WS048-HELD-CD
           IF NOT ACAT-NOT-HELD
              MOVE HELD-ROW-CNT OF DCLYDMSACAT TO WS048-HELD-ROW-CNT
           END-IF
           MOVE WS048-DETAIL-LINE TO ARCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-EVENTS-LISTED
              ADD 1 TO WS002-DATES-HELD
              ADD ROW-CNT OF DCLYDMSACAT TO WS002-ROWS-HELD
           END-IF
      *  A date archived in two pieces around a hold has two entries
      *  carrying the same held figures - count the date once.
           IF NOT ACAT-NOT-HELD AND RESTORED-SW OF DCLYDMSACAT = "N"
              AND AS-OF-DTE OF DCLYDMSACAT NOT =
                  WS002-LAST-HELD-AS-OF-DTE
              MOVE AS-OF-DTE OF DCLYDMSACAT TO
                WS002-LAST-HELD-AS-OF-DTE
              IF ACAT-FULLY-HELD
                 ADD 1 TO WS002-DATES-FULLY-HELD
              ELSE
                 ADD 1 TO WS002-DATES-PARTLY-HELD
              END-IF
              ADD HELD-ROW-CNT OF DCLYDMSACAT TO WS002-ROWS-LEGAL-HOLD
           END-IF
           .
       2000-EXIT.
           EXIT.
           MOVE WS002-ROWS-HELD TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ARCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS051-TOTAL-LINE
           MOVE "DATES FULLY UNDER LEGAL HOLD" TO WS051-TOTAL-LABEL
           MOVE WS002-DATES-FULLY-HELD TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ARCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS051-TOTAL-LINE
           MOVE "DATES PARTLY UNDER LEGAL HOLD" TO WS051-TOTAL-LABEL
           MOVE WS002-DATES-PARTLY-HELD TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ARCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS051-TOTAL-LINE
           MOVE "ROWS UNDER LEGAL HOLD" TO WS051-TOTAL-LABEL
           MOVE WS002-ROWS-LEGAL-HOLD TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ARCRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2400-EXIT.
           EXIT.
