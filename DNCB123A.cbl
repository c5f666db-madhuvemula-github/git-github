      *  corrections instead.
           SELECT SSNERR-FILE ASSIGN TO SSNERROT
               FILE STATUS IS WS042-SSNERR-FILE-STATUS.
      *  Source rows whose BIRTH_DTE, EFF_DTE or EXP_DTE fail the
      *  date-integrity edits - one record per failed edit. Per the
      *  date-hold PARM the row is either held out of the snapshot
      *  or loaded with DATE_EXCEPT_CD set, and the record says which.
           SELECT DTEERR-FILE ASSIGN TO DTEERROT
               FILE STATUS IS WS045-DTEERR-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
              88 SSNERR-REASON-INVALID          VALUE 'I'.
              88 SSNERR-REASON-DUPLICATE        VALUE 'D'.
           05 FILLER                         PIC X(10).
       FD  DTEERR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DTEERR-RECORD.
           05 DTEERR-DOUT-RID                PIC S9(18) COMP.
           05 DTEERR-HDEM-RID                PIC S9(18) COMP.
           05 DTEERR-DISTRIBUTOR-ID          PIC X(8).
           05 DTEERR-DISTRIBUTOR-PARTY-ID    PIC S9(15).
           05 DTEERR-EMPLOYEE-PARTY-ID       PIC S9(15).
           05 DTEERR-LAST-NAME               PIC X(20).
           05 DTEERR-FIRST-NAME              PIC X(15).
           05 DTEERR-BIRTH-DTE               PIC 9(8).
           05 DTEERR-EFF-DTE                 PIC 9(8).
           05 DTEERR-EXP-DTE                 PIC 9(8).
           05 DTEERR-AS-OF-DTE               PIC 9(8).
      *  Completed years of age at AS_OF_DTE - negative when the
      *  birth date is after the snapshot date.
           05 DTEERR-AGE-YEARS               PIC S9(5).
           05 DTEERR-RULE-CD                 PIC X(01).
              88 DTEERR-RULE-EFF-AFTER-EXP      VALUE 'R'.
              88 DTEERR-RULE-IMPLAUSIBLE-AGE    VALUE 'A'.
              88 DTEERR-RULE-FUTURE-EFF         VALUE 'F'.
           05 DTEERR-DISPOSITION-CD          PIC X(01).
              88 DTEERR-ROW-HELD                VALUE 'H'.
              88 DTEERR-ROW-LOADED-FLAGGED      VALUE 'L'.
           05 FILLER                         PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  WS-DB-PV-ERROR              PIC  X VALUE 'N'.
           05 WS044-VALIDATE-SW           PIC X VALUE 'N'.
              88 WS044-VALIDATE-ONLY        VALUE 'Y'.
      *
      *  Date-integrity edits - EFF_DTE after EXP_DTE, an age at
      *  AS_OF_DTE outside WS045-MIN-AGE/WS045-MAX-AGE, and an
      *  EFF_DTE more than WS045-MAX-FUTURE-DAYS after the snapshot
      *  date. WS045-ROW-EXCEPT-CD keeps the first edit the row
      *  failed and is what goes onto YDMSEMDN DATE_EXCEPT_CD when
      *  the row is loaded flagged; when LS-FLOW-PARM-DATE-HOLD-SW
      *  is 'Y' the row is held out of the snapshot instead.
       01  WS045-DATE-EDIT-CONTROL.
           05 WS045-DTEERR-FILE-STATUS    PIC XX VALUE '00'.
           05 WS045-DTEERR-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS045-DTEERR-FILE-IS-OPEN  VALUE 'Y'.
           05 WS045-DATE-HOLD-SW          PIC X VALUE 'N'.
              88 WS045-DATE-HOLD-ON         VALUE 'Y'.
           05 WS045-MIN-AGE               PIC S9(5) COMP-3 VALUE +14.
           05 WS045-MAX-AGE               PIC S9(5) COMP-3 VALUE +100.
           05 WS045-MAX-FUTURE-DAYS       PIC S9(5) COMP-3 VALUE +365.
           05 WS045-AGE-YEARS             PIC S9(5) COMP-3 VALUE 0.
           05 WS045-FUTURE-DAYS           PIC S9(9) COMP-3 VALUE 0.
           05 WS045-DTEERR-RULE-CD        PIC X VALUE SPACE.
           05 WS045-ROW-EXCEPT-CD         PIC X VALUE SPACE.
              88 WS045-ROW-DATES-CLEAN      VALUE SPACE.
      *
      * * * * * * * * * * * * * * * * * * * * * *
      *           CURSOR DECLARATIONS           *
      * * * * * * * * * * * * * * * * * * * * * *
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-FLOW-RESTART-REQUESTED
              OPEN EXTEND DTEERR-FILE
           ELSE
              OPEN OUTPUT DTEERR-FILE
           END-IF
           IF WS045-DTEERR-FILE-STATUS = "00"
              SET WS045-DTEERR-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB123A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN DTEERR-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 0030-READ-CHECKPOINT THRU 0030-EXIT
      *  Delta/change-only mode - only fetch source rows updated
      *  since the caller-supplied timestamp.
           ELSE
              MOVE "N" TO WS044-VALIDATE-SW
           END-IF
      *  Date-exception hold - keep rows failing the date edits out
      *  of the snapshot instead of loading them flagged.
           IF LS-FLOW-DATE-HOLD-ON
              MOVE "Y" TO WS045-DATE-HOLD-SW
           ELSE
              MOVE "N" TO WS045-DATE-HOLD-SW
           END-IF
           .
       0010-EXIT.
           EXIT.
G0017           WS003-LOCAL-CURRENT OF WS-DNCB123A-LOCALS 
G0017           TO 
G0017           WS-AS-OF-DTE OF WS-YDMSEMDN OF WS006-EAV 
           PERFORM 1516-EDIT-DATES THRU 1516-EXIT
           PERFORM 1501-MOVE-SQLIN-VARS-0004 THRU 1501-EXIT
           MOVE WS045-ROW-EXCEPT-CD TO DATE-EXCEPT-CD OF DCLYDMSEMDN
      *  A row failing the date edits under the hold option is
      *  reported on DTEERR-FILE but kept out of the snapshot - it is
      *  neither inserted nor counted as inserted, in a validate-only
      *  run as in a live one.
           IF WS045-DATE-HOLD-ON AND NOT WS045-ROW-DATES-CLEAN
              ADD 1 TO LS-FLOW-CNT-DATE-HELD
              GO TO 1003-EXIT
           END-IF
      *  Validate-only run - every edit above has run and the bind
      *  variables are fully built, but the row is not inserted. It
      *  is still counted as inserted below so the reconciliation
           "EXP_DTE",
           "LAST_UPD_TMSP",
           "LAST_UPD_UID",
           "AS_OF_DTE",
           "DATE_EXCEPT_CD"
           ) VALUES (
           :DCLYDMSEMDN.DISTRIBUTOR-ID,
           :DCLYDMSEMDN.DISTRIBUTOR-PARTY,
           :DCLYDMSEMDN.EXP-DTE,
           :DCLYDMSEMDN.LAST-UPD-TMSP,
           :DCLYDMSEMDN.LAST-UPD-UID,
           :DCLYDMSEMDN.AS-OF-DTE,
           :DCLYDMSEMDN.DATE-EXCEPT-CD
           )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           .
       1515-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1516-EDIT-DATES.
      *--------------------------------------------------------------*
      *  Date-integrity edits on the row about to be loaded, against
      *  the snapshot date it is being loaded under: an assignment
      *  that takes effect after it expires, an age at AS_OF_DTE no
      *  employee could plausibly be (a birth date keyed a century
      *  out), and an assignment that does not take effect until
      *  more than WS045-MAX-FUTURE-DAYS after the snapshot date -
      *  a hire keyed ahead of the start date is normal, one dated
      *  years out is a keying error. Each failed edit is reported
      *  separately; the row is counted once. Dates are YYYYMMDD,
      *  so the difference divided by 10000 and truncated is the
      *  completed years of age.
           MOVE SPACE TO WS045-ROW-EXCEPT-CD
           IF WS-EFF-DTE OF WS-YDMSEMDN OF WS006-EAV >
              WS-EXP-DTE OF WS-YDMSEMDN OF WS006-EAV
              MOVE 'R' TO WS045-DTEERR-RULE-CD
              PERFORM 1517-WRITE-DATE-EXCEPTION THRU 1517-EXIT
           END-IF
           COMPUTE WS045-AGE-YEARS =
             (WS-AS-OF-DTE OF WS-YDMSEMDN OF WS006-EAV -
              WS-BIRTH-DTE OF WS-YDMSEMDN OF WS006-EAV) / 10000
           IF WS045-AGE-YEARS < WS045-MIN-AGE OR
              WS045-AGE-YEARS > WS045-MAX-AGE
              MOVE 'A' TO WS045-DTEERR-RULE-CD
              PERFORM 1517-WRITE-DATE-EXCEPTION THRU 1517-EXIT
           END-IF
           IF WS-EFF-DTE OF WS-YDMSEMDN OF WS006-EAV >
              WS-AS-OF-DTE OF WS-YDMSEMDN OF WS006-EAV
              COMPUTE WS045-FUTURE-DAYS =
                FUNCTION INTEGER-OF-DATE
                  (WS-EFF-DTE OF WS-YDMSEMDN OF WS006-EAV) -
                FUNCTION INTEGER-OF-DATE
                  (WS-AS-OF-DTE OF WS-YDMSEMDN OF WS006-EAV)
              IF WS045-FUTURE-DAYS > WS045-MAX-FUTURE-DAYS
                 MOVE 'F' TO WS045-DTEERR-RULE-CD
                 PERFORM 1517-WRITE-DATE-EXCEPTION THRU 1517-EXIT
              END-IF
           END-IF
           IF NOT WS045-ROW-DATES-CLEAN
              ADD 1 TO LS-FLOW-CNT-DATE-EXCEPT
           END-IF
           .
       1516-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1517-WRITE-DATE-EXCEPTION.
      *--------------------------------------------------------------*
      *  Like the SSN report, a worklist for upstream correction -
      *  the record carries all three dates whichever edit failed,
      *  and says whether the row was held or loaded flagged.
           IF WS045-ROW-DATES-CLEAN
              MOVE WS045-DTEERR-RULE-CD TO WS045-ROW-EXCEPT-CD
           END-IF
           INITIALIZE DTEERR-RECORD
           MOVE WS029-ROW-ID TO DTEERR-DOUT-RID
           MOVE WS028-ROW-ID TO DTEERR-HDEM-RID
           MOVE WS-DISTRIBUTOR-ID OF WS-YDMSEMDN OF WS006-EAV TO
             DTEERR-DISTRIBUTOR-ID
           MOVE BV0002-FK-PARTY-ID TO DTEERR-DISTRIBUTOR-PARTY-ID
           MOVE BV0001-FK-EMPL-PART TO DTEERR-EMPLOYEE-PARTY-ID
           MOVE WS022-LAST-NAME TO DTEERR-LAST-NAME
           MOVE WS019-FIRST-NAME TO DTEERR-FIRST-NAME
           MOVE WS-BIRTH-DTE OF WS-YDMSEMDN OF WS006-EAV TO
             DTEERR-BIRTH-DTE
           MOVE WS-EFF-DTE OF WS-YDMSEMDN OF WS006-EAV TO
             DTEERR-EFF-DTE
           MOVE WS-EXP-DTE OF WS-YDMSEMDN OF WS006-EAV TO
             DTEERR-EXP-DTE
           MOVE WS-AS-OF-DTE OF WS-YDMSEMDN OF WS006-EAV TO
             DTEERR-AS-OF-DTE
           MOVE WS045-AGE-YEARS TO DTEERR-AGE-YEARS
           MOVE WS045-DTEERR-RULE-CD TO DTEERR-RULE-CD
           IF WS045-DATE-HOLD-ON
              SET DTEERR-ROW-HELD TO TRUE
           ELSE
              SET DTEERR-ROW-LOADED-FLAGGED TO TRUE
           END-IF
           WRITE DTEERR-RECORD
           IF WS045-DTEERR-FILE-STATUS NOT = "00"
              MOVE "DNCB123A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1517-WRITE-DATE-EXCEPTION" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE DTEERR-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1517-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9200-SEND-DB2-INFO.
      *--------------------------------------------------------------*
              CLOSE SSNERR-FILE
              MOVE "N" TO WS042-SSNERR-FILE-OPEN-SW
           END-IF
           IF WS045-DTEERR-FILE-IS-OPEN
              CLOSE DTEERR-FILE
              MOVE "N" TO WS045-DTEERR-FILE-OPEN-SW
           END-IF
           .
      *--------------------------------------------------------------*
       9920-EXIT.
