           05 FILLER                      PIC X(34) VALUE SPACES.
       01  WS055-COUNTS-LINE-5.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(36) VALUE
                 'SCH/DTX/DTH/SAC/UNA/ORJ/TRN/EXW/EXR:'.
           05 WS055-CNT-SSN-CHANGED       PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-DATE-EXCEPT       PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-DATE-HELD         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-SSN-ACCESS        PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-PAY-UNACKED       PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-PAY-OPEN-REJ      PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-TURN-DIST         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-EXPIRY-WARN       PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS055-CNT-EXPIRY-REPEAT     PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(4) VALUE SPACES.
       01  WS056-COUNTS-LINE-6.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(36) VALUE
                 'ATT/ATO/ATD/ATN/HLD/DUP/DSP:'.
           05 WS056-CNT-ATT-THEIRS        PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-ATT-OURS          PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-ATT-DIFFER        PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-ATT-NEVER         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-HOLD-SKIP         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-DUP-PAIRS         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS056-CNT-DUP-SUPPRESSED    PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(24) VALUE SPACES.
       01  WS057-COUNTS-LINE-7.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(36) VALUE
                 'EHR/ETM/EDM/EXF:'.
           05 WS057-CNT-ELIG-HIRE         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS057-CNT-ELIG-TERM         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS057-CNT-ELIG-DEMOG        PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS057-CNT-ELIG-XFER         PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(54) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
                 "CNT_CONCURRENT",
                 "CNT_REHIRED",
                 "CNT_SSN_CHANGED",
                 "CNT_DATE_EXCEPT",
                 "CNT_DATE_HELD",
                 "CNT_SSN_ACCESS",
                 "CNT_PAY_UNACKED",
                 "CNT_PAY_OPEN_REJ",
                 "CNT_TURN_DIST",
                 "CNT_EXPIRY_WARN",
                 "CNT_EXPIRY_REPEAT",
                 "CNT_ATT_THEIRS",
                 "CNT_ATT_OURS",
                 "CNT_ATT_DIFFER",
                 "CNT_ATT_NEVER",
                 "CNT_HOLD_SKIP",
                 "CNT_DUP_PAIRS",
                 "CNT_DUP_SUPPRESSED",
                 "CNT_ELIG_HIRE",
                 "CNT_ELIG_TERM",
                 "CNT_ELIG_DEMOG",
                 "CNT_ELIG_XFER",
                 "RUN_DTE_SOURCE"
              FROM "YDMSRAUD"
              WHERE DATE("START_TMSP") >= :WS002-HIST-FROM-DTE-X
              :DCLYDMSRAUD.CNT-CONCURRENT,
              :DCLYDMSRAUD.CNT-REHIRED,
              :DCLYDMSRAUD.CNT-SSN-CHANGED,
              :DCLYDMSRAUD.CNT-DATE-EXCEPT,
              :DCLYDMSRAUD.CNT-DATE-HELD,
              :DCLYDMSRAUD.CNT-SSN-ACCESS,
              :DCLYDMSRAUD.CNT-PAY-UNACKED,
              :DCLYDMSRAUD.CNT-PAY-OPEN-REJ,
              :DCLYDMSRAUD.CNT-TURN-DIST,
              :DCLYDMSRAUD.CNT-EXPIRY-WARN,
              :DCLYDMSRAUD.CNT-EXPIRY-REPEAT,
              :DCLYDMSRAUD.CNT-ATT-THEIRS,
              :DCLYDMSRAUD.CNT-ATT-OURS,
              :DCLYDMSRAUD.CNT-ATT-DIFFER,
              :DCLYDMSRAUD.CNT-ATT-NEVER,
              :DCLYDMSRAUD.CNT-HOLD-SKIP,
              :DCLYDMSRAUD.CNT-DUP-PAIRS,
              :DCLYDMSRAUD.CNT-DUP-SUPPRESSED,
              :DCLYDMSRAUD.CNT-ELIG-HIRE,
              :DCLYDMSRAUD.CNT-ELIG-TERM,
              :DCLYDMSRAUD.CNT-ELIG-DEMOG,
              :DCLYDMSRAUD.CNT-ELIG-XFER,
              :DCLYDMSRAUD.RUN-DTE-SOURCE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
      *--------------------------------------------------------------*
       2000-PRINT-RUN.
      *--------------------------------------------------------------*
      *  Nine report lines per run: the run line, its PARM= card and
      *  seven count lines, kept together on one page.
           IF WS044-LINE-CNT > 48
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-RUN-LINE
           INITIALIZE WS055-COUNTS-LINE-5
           MOVE CNT-SSN-CHANGED OF DCLYDMSRAUD TO
             WS055-CNT-SSN-CHANGED
           MOVE CNT-DATE-EXCEPT OF DCLYDMSRAUD TO
             WS055-CNT-DATE-EXCEPT
           MOVE CNT-DATE-HELD OF DCLYDMSRAUD TO WS055-CNT-DATE-HELD
           MOVE CNT-SSN-ACCESS OF DCLYDMSRAUD TO
             WS055-CNT-SSN-ACCESS
           MOVE CNT-PAY-UNACKED OF DCLYDMSRAUD TO
             WS055-CNT-PAY-UNACKED
           MOVE CNT-PAY-OPEN-REJ OF DCLYDMSRAUD TO
             WS055-CNT-PAY-OPEN-REJ
           MOVE CNT-TURN-DIST OF DCLYDMSRAUD TO WS055-CNT-TURN-DIST
           MOVE CNT-EXPIRY-WARN OF DCLYDMSRAUD TO
             WS055-CNT-EXPIRY-WARN
           MOVE CNT-EXPIRY-REPEAT OF DCLYDMSRAUD TO
             WS055-CNT-EXPIRY-REPEAT
           MOVE WS055-COUNTS-LINE-5 TO RUNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS056-COUNTS-LINE-6
           MOVE CNT-ATT-THEIRS OF DCLYDMSRAUD TO WS056-CNT-ATT-THEIRS
           MOVE CNT-ATT-OURS OF DCLYDMSRAUD TO WS056-CNT-ATT-OURS
           MOVE CNT-ATT-DIFFER OF DCLYDMSRAUD TO WS056-CNT-ATT-DIFFER
           MOVE CNT-ATT-NEVER OF DCLYDMSRAUD TO WS056-CNT-ATT-NEVER
           MOVE CNT-HOLD-SKIP OF DCLYDMSRAUD TO WS056-CNT-HOLD-SKIP
           MOVE CNT-DUP-PAIRS OF DCLYDMSRAUD TO WS056-CNT-DUP-PAIRS
           MOVE CNT-DUP-SUPPRESSED OF DCLYDMSRAUD TO
             WS056-CNT-DUP-SUPPRESSED
           MOVE WS056-COUNTS-LINE-6 TO RUNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           INITIALIZE WS057-COUNTS-LINE-7
           MOVE CNT-ELIG-HIRE OF DCLYDMSRAUD TO WS057-CNT-ELIG-HIRE
           MOVE CNT-ELIG-TERM OF DCLYDMSRAUD TO WS057-CNT-ELIG-TERM
           MOVE CNT-ELIG-DEMOG OF DCLYDMSRAUD TO WS057-CNT-ELIG-DEMOG
           MOVE CNT-ELIG-XFER OF DCLYDMSRAUD TO WS057-CNT-ELIG-XFER
           MOVE WS057-COUNTS-LINE-7 TO RUNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO RUNRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-RUNS-LISTED
