      **************************************************
      *            IDENTIFICATION DIVISION             *
      **************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DNCB168A.
       AUTHOR.        Jumar Solutions.
      *   Name: RECONCILE_ROSTER_ATTEST
      *
      *   Twice a year each distributor attests to who works for it.
      *   The attestation arrives as a fixed-format file (DD
      *   ATTESTIN), one distributor per file. The file is verified
      *   against its envelope first, then every attested employee
      *   is matched to the YDMSEMDN snapshot nearest the
      *   attestation date and three lists are printed:
      *     - attested by the distributor, not on our roster;
      *     - on both, but different in name, SSN or effective date;
      *     - on our roster, not attested by the distributor.
      *   Our roster is the distributor's active assignments on that
      *   snapshot (EXP_DTE not before AS_OF_DTE). A detail record
      *   carrying an EMPLOYEE_PARTY_ID is matched on it; one without
      *   (or with an id we do not hold) falls back to LAST_NAME and
      *   the last four of the SSN. YDMSEMDN is keyed per outlet,
      *   but the match is made on the distributor's DISTRIBUTOR_ID,
      *   so the attested outlet is printed for research but is not
      *   compared.
      *
      *   The result is kept on YDMSATST, and every run - or a
      *   status-only run with no file - closes with each
      *   distributor's attestation status: never sent, with
      *   discrepancies, or clean, so compliance can chase the first
      *   two.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
      **************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The distributor's attestation file.
           SELECT ATTEST-FILE ASSIGN TO ATTESTIN
               FILE STATUS IS WS036-ATTEST-FILE-STATUS.
      *  The printed reconciliation and status listing.
           SELECT ATTRPT-FILE ASSIGN TO ATTRPTOT
               FILE STATUS IS WS037-ATTRPT-FILE-STATUS.
      *
      **************************************************
      *            DATA DIVISION                       *
      **************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ATTEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *  One HDR record naming the distributor and the attestation
      *  date, one DTL record per attested employee and outlet, then
      *  one TRL record carrying the DTL count. EMPLOYEE_PARTY_ID is
      *  zero or blank when the distributor does not know it.
       01  ATTEST-HDR-RECORD.
           05 ATTEST-HDR-REC-TYPE            PIC X(3).
              88 ATTEST-HDR-TYPE-HDR            VALUE 'HDR'.
           05 ATTEST-HDR-DISTRIBUTOR-ID      PIC X(8).
           05 ATTEST-HDR-ATTEST-DTE          PIC 9(8).
           05 FILLER                         PIC X(61).
       01  ATTEST-DTL-RECORD.
           05 ATTEST-DTL-REC-TYPE            PIC X(3).
              88 ATTEST-DTL-TYPE-DTL            VALUE 'DTL'.
           05 ATTEST-DTL-EMPLOYEE-PARTY-ID   PIC 9(15).
           05 ATTEST-DTL-LAST-NAME           PIC X(20).
           05 ATTEST-DTL-FIRST-NAME          PIC X(15).
           05 ATTEST-DTL-SSN-LAST4           PIC X(4).
           05 ATTEST-DTL-OUTLET-ID           PIC 9(9).
           05 ATTEST-DTL-EFF-DTE             PIC 9(8).
           05 FILLER                         PIC X(6).
       01  ATTEST-TRL-RECORD.
           05 ATTEST-TRL-REC-TYPE            PIC X(3).
              88 ATTEST-TRL-TYPE-TRL            VALUE 'TRL'.
           05 ATTEST-TRL-REC-CNT             PIC 9(9).
           05 FILLER                         PIC X(68).
       FD  ATTRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ATTRPT-LINE                       PIC X(132).
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
      *  Reconciliation control - the distributor and attestation
      *  date come from the file header, the snapshot from 1000.
      *
       01  WS002-ATTEST-CONTROL.
           05 WS002-DIST-ID               PIC  X(8) VALUE SPACES.
           05 WS002-ATTEST-DTE            PIC  9(8) VALUE 0.
           05 WS002-ATTEST-DTE-X          PIC  X(10) VALUE SPACES.
           05 WS002-SNAP-DTE-X            PIC  X(10) VALUE SPACES.
           05 WS002-LATEST-DTE-X          PIC  X(10) VALUE SPACES.
           05 WS002-LATEST-DTE-IND        PIC S9(4) COMP VALUE 0.
           05 WS002-REPORT-PART-SW        PIC  X VALUE '1'.
              88 WS002-PART-THEIRS          VALUE '1'.
              88 WS002-PART-DIFFER          VALUE '2'.
              88 WS002-PART-OURS            VALUE '3'.
              88 WS002-PART-STATUS          VALUE '4'.
           05 WS002-PART-LINES            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-ATTESTED          PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-THEIRS            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-OURS              PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-DIFFER            PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-CLEAN             PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-DISCREPANT        PIC  9(9) COMP-3 VALUE 0.
           05 WS002-CNT-NEVER             PIC  9(9) COMP-3 VALUE 0.
      *
      *  ISO date to YYYYMMDD for the run summary.
      *
       01  WS003-DATE-CONVERT.
           05 WS003-ISO-DTE.
              10 WS003-ISO-YYYY           PIC  X(4).
              10 FILLER                   PIC  X(1).
              10 WS003-ISO-MM             PIC  X(2).
              10 FILLER                   PIC  X(1).
              10 WS003-ISO-DD             PIC  X(2).
           05 WS003-YMD-DTE.
              10 WS003-YMD-YYYY           PIC  X(4).
              10 WS003-YMD-MM             PIC  X(2).
              10 WS003-YMD-DD             PIC  X(2).
           05 WS003-YMD-DTE-N REDEFINES WS003-YMD-DTE
                                          PIC  9(8).
      *
      *  One attested record and the roster employee it matched.
      *
       01  WS004-MATCH-WORK.
           05 WS004-MATCH-SW              PIC  X VALUE 'N'.
              88 WS004-MATCHED              VALUE 'Y'.
              88 WS004-NOT-MATCHED          VALUE 'N'.
           05 WS004-MATCH-BY-SW           PIC  X VALUE SPACE.
              88 WS004-MATCH-BY-PARTY       VALUE 'P'.
              88 WS004-MATCH-BY-NAME        VALUE 'N'.
           05 WS004-THEIR-PARTY-ID        PIC S9(15) COMP-3 VALUE 0.
           05 WS004-THEIR-LAST-NAME       PIC  X(20).
           05 WS004-THEIR-FIRST-NAME      PIC  X(15).
           05 WS004-THEIR-SSN-LAST4       PIC  X(4).
           05 WS004-THEIR-EFF-DTE-X       PIC  X(10).
           05 WS004-OUR-PARTY-ID          PIC S9(15) COMP-3 VALUE 0.
           05 WS004-OUR-ROW-CNT           PIC S9(9) COMP VALUE 0.
           05 WS004-OUR-PARTY-CNT         PIC S9(9) COMP VALUE 0.
           05 WS004-OUR-EFF-MATCH-CNT     PIC S9(9) COMP VALUE 0.
           05 WS004-DIFF-NOTE             PIC  X(30).
           05 WS004-DIFF-PTR              PIC S9(4) COMP VALUE 1.
           05 WS004-DIFF-SW               PIC  X VALUE 'N'.
              88 WS004-HAS-DIFFERENCE       VALUE 'Y'.
      *
      *  Every roster employee an attested record matched this run,
      *  kept in party order so the ours-not-theirs pass can look
      *  each roster employee up with a binary SEARCH ALL. The
      *  largest distributor carries a few thousand employees;
      *  2100 stops the run loudly rather than let the list go
      *  quietly wrong if 20,000 is ever reached.
      *
       01  WS005-MATCHED-CONTROL.
           05 WS005-MATCH-MAX             PIC S9(9) COMP
                 VALUE +20000.
           05 WS005-MATCH-CNT             PIC S9(9) COMP VALUE 0.
           05 WS005-MATCH-SUB             PIC S9(9) COMP VALUE 0.
           05 WS005-MATCH-FOUND-SW        PIC X VALUE 'N'.
              88 WS005-MATCH-FOUND          VALUE 'Y'.
           05 WS005-SHIFT-DONE-SW         PIC X VALUE 'N'.
              88 WS005-SHIFT-DONE           VALUE 'Y'.
           05 WS005-MATCH-TABLE.
              10 WS005-MATCH-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS005-MATCH-CNT
                   ASCENDING KEY IS WS005-MATCH-PARTY-ID
                   INDEXED BY WS005-MATCH-IX.
                 15 WS005-MATCH-PARTY-ID     PIC S9(15) COMP-3.
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

       01  WS036-ATTEST-CONTROL.
           05 WS036-ATTEST-FILE-STATUS    PIC XX VALUE '00'.
           05 WS036-ATTEST-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS036-ATTEST-FILE-IS-OPEN  VALUE 'Y'.
           05 WS036-ATTEST-EOF-SW         PIC X VALUE 'N'.
              88 WS036-ATTEST-EOF           VALUE 'Y'.
       01  WS037-ATTRPT-CONTROL.
           05 WS037-ATTRPT-FILE-STATUS    PIC XX VALUE '00'.
           05 WS037-ATTRPT-FILE-OPEN-SW   PIC X VALUE 'N'.
              88 WS037-ATTRPT-FILE-IS-OPEN  VALUE 'Y'.
      *
      *  Envelope-verification control - filled by the first pass
      *  over the attestation file.
      *
       01  WS038-ENVELOPE-CONTROL.
           05 WS038-TRL-SEEN-SW           PIC  X VALUE 'N'.
              88 WS038-TRL-SEEN             VALUE 'Y'.
           05 WS038-DATA-REC-CNT          PIC  9(9) COMP-3 VALUE 0.
           05 WS038-TRL-REC-CNT           PIC  9(9) COMP-3 VALUE 0.
       01  WS040-COUNT-MSG.
           05 FILLER                      PIC X(16) VALUE
                 'TRAILER COUNT:'.
           05 WS040-MSG-TRL-CNT           PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(16) VALUE
                 '  RECORDS READ:'.
           05 WS040-MSG-READ-CNT          PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(22) VALUE SPACES.
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
           05 FILLER                      PIC X(9) VALUE 'DNCB168A'.
           05 FILLER                      PIC X(23) VALUE
                 'DMS ROSTER ATTESTATION'.
           05 WS045-HDG1-PART             PIC X(26).
           05 FILLER                      PIC X(13) VALUE
                 'DISTRIBUTOR:'.
           05 WS045-HDG1-DIST-ID          PIC X(8).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE
                 'SNAPSHOT:'.
           05 WS045-HDG1-SNAP-DTE         PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 FILLER                      PIC X(10) VALUE
                 'RUN DATE:'.
           05 WS045-HDG1-RUN-DATE         PIC 9(8).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(5) VALUE 'PAGE'.
           05 WS045-HDG1-PAGE             PIC ZZZZ9.
       01  WS046-HDG2-COMPARE-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(17) VALUE
                 'EMPLOYEE PARTY'.
           05 FILLER                      PIC X(9) VALUE 'SOURCE'.
           05 FILLER                      PIC X(21) VALUE 'LAST NAME'.
           05 FILLER                      PIC X(17) VALUE 'FIRST NAME'.
           05 FILLER                      PIC X(11) VALUE 'SSN'.
           05 FILLER                      PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER                      PIC X(11) VALUE 'OUTLET'.
           05 FILLER                      PIC X(30) VALUE 'DIFFERENCE'.
           05 FILLER                      PIC X(3) VALUE SPACES.
       01  WS047-HDG2-STATUS-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 FILLER                      PIC X(12) VALUE
                 'DISTRIBUTOR'.
           05 FILLER                      PIC X(16) VALUE 'STATUS'.
           05 FILLER                      PIC X(13) VALUE 'ATTESTED'.
           05 FILLER                      PIC X(13) VALUE 'SNAPSHOT'.
           05 FILLER                      PIC X(12) VALUE '  RECORDS'.
           05 FILLER                      PIC X(12) VALUE '   THEIRS'.
           05 FILLER                      PIC X(12) VALUE '     OURS'.
           05 FILLER                      PIC X(9) VALUE '  DIFFERS'.
           05 FILLER                      PIC X(32) VALUE SPACES.
       01  WS048-COMPARE-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-EMPL-PARTY            PIC Z(14)9 BLANK WHEN ZERO.
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SOURCE                PIC X(9).
           05 WS048-LAST-NAME             PIC X(20).
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS048-FIRST-NAME            PIC X(15).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-SSN.
              10 WS048-SSN-MASK           PIC X(5).
              10 WS048-SSN-LAST4          PIC X(4).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-EFF-DTE               PIC X(10).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-OUTLET-ID             PIC X(9).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS048-NOTE                  PIC X(30).
           05 FILLER                      PIC X(3) VALUE SPACES.
       01  WS049-STATUS-LINE.
           05 FILLER                      PIC X(1) VALUE SPACES.
           05 WS049-DIST-ID               PIC X(8).
           05 FILLER                      PIC X(4) VALUE SPACES.
           05 WS049-STATUS                PIC X(14).
           05 FILLER                      PIC X(2) VALUE SPACES.
           05 WS049-ATTEST-DTE            PIC X(10).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-SNAP-DTE              PIC X(10).
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-RECORDS               PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-THEIRS                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-OURS                  PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS049-DIFFER                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(32) VALUE SPACES.
       01  WS051-TOTAL-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 WS051-TOTAL-LABEL           PIC X(40).
           05 WS051-TOTAL-CNT             PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(80) VALUE SPACES.
       01  WS052-NONE-LINE.
           05 FILLER                      PIC X(3) VALUE SPACES.
           05 FILLER                      PIC X(20) VALUE
                 'NONE'.
           05 FILLER                      PIC X(109) VALUE SPACES.
       01  WS050-BLANK-LINE               PIC X(132) VALUE SPACES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE YDMSEMDN END-EXEC.
           EXEC SQL INCLUDE YDMSATST END-EXEC.
      *
      *  The distributor's active roster on the matched snapshot,
      *  one row per employee however many outlets carry them.
           EXEC SQL DECLARE CRSR001_YDMSEMDN_ROSTER CURSOR FOR
              SELECT "EMPLOYEE_PARTY_ID",
                     MAX("LAST_NAME"),
                     MAX("FIRST_NAME"),
                     MAX("SOCIAL_SECURITY_NB"),
                     MIN("EFF_DTE")
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE"      = :WS002-SNAP-DTE-X
                AND "DISTRIBUTOR_ID" = :WS002-DIST-ID
                AND "EXP_DTE"       >= :WS002-SNAP-DTE-X
              GROUP BY "EMPLOYEE_PARTY_ID"
              ORDER BY 2, 3, 1
           END-EXEC.
      *
      *  Every distributor on the latest snapshot with its latest
      *  attestation, if any - never sent first, then those with
      *  discrepancies, then the clean ones.
           EXEC SQL DECLARE CRSR002_YDMSATST_STATUS CURSOR FOR
              SELECT D."DISTRIBUTOR_ID",
                     COALESCE(L."STATUS_CD", 'N'),
                     COALESCE(L."ATTEST_DTE", DATE('0001-01-01')),
                     COALESCE(L."SNAPSHOT_DTE", DATE('0001-01-01')),
                     COALESCE(L."ATTEST_REC_CNT", 0),
                     COALESCE(L."THEIRS_ONLY_CNT", 0),
                     COALESCE(L."OURS_ONLY_CNT", 0),
                     COALESCE(L."DIFFER_CNT", 0)
              FROM (SELECT DISTINCT "DISTRIBUTOR_ID"
                    FROM "YDMSEMDN"
                    WHERE "AS_OF_DTE" = :WS002-LATEST-DTE-X) AS D
              LEFT OUTER JOIN
                   (SELECT A."DISTRIBUTOR_ID",
                           A."STATUS_CD",
                           A."ATTEST_DTE",
                           A."SNAPSHOT_DTE",
                           A."ATTEST_REC_CNT",
                           A."THEIRS_ONLY_CNT",
                           A."OURS_ONLY_CNT",
                           A."DIFFER_CNT"
                    FROM "YDMSATST" A
                    WHERE A."ATTEST_DTE" =
                          (SELECT MAX(B."ATTEST_DTE")
                           FROM "YDMSATST" B
                           WHERE B."DISTRIBUTOR_ID" =
                                 A."DISTRIBUTOR_ID")) AS L
                ON L."DISTRIBUTOR_ID" = D."DISTRIBUTOR_ID"
              ORDER BY 2 DESC, 1
           END-EXEC.
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
           PERFORM 9920-CLOSE-CURSORS THRU 9920-EXIT
           GOBACK.
       0000-MODULE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0010-INITIALIZATION.
      *--------------------------------------------------------------*
           MOVE "0010-INITIALIZATION" TO LS-FLOW-CUR-PARA-NAME
           MOVE  "DNCB168A " TO LS-FLOW-CUR-PROG-ID
           MOVE  "RECONCILE_ROSTER_ATTEST" TO
             LS-FLOW-CUR-ACTION-NAME
           MOVE  "EN" TO LS-FLOW-LANGUAGE-CODE
           MOVE 0 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           SET STAY-IN-LOOP TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS013-COBOL-TIMESTAMP
           MOVE WS013-COBOL-TIMESTAMP (1:8) TO WS044-RUN-DATE
           OPEN OUTPUT ATTRPT-FILE
           IF WS037-ATTRPT-FILE-STATUS = "00"
              SET WS037-ATTRPT-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN ATTRPT-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-FLOW-ATTEST-STATUS-ONLY
              GO TO 0010-EXIT
           END-IF
           OPEN INPUT ATTEST-FILE
           IF WS036-ATTEST-FILE-STATUS = "00"
              SET WS036-ATTEST-FILE-IS-OPEN TO TRUE
           ELSE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0010-INITIALIZATION" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO OPEN ATTEST-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       0010-EXIT.
           EXIT.
      *
      *--------------------------------------------------------------*
       0500-MAIN-LOGIC.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           IF LS-FLOW-ATTEST-RECONCILE
              PERFORM 0600-VERIFY-ENVELOPE THRU 0600-EXIT
              PERFORM 1000-FIND-NEAREST-SNAPSHOT THRU 1000-EXIT
              PERFORM 1100-LIST-THEIRS-NOT-OURS THRU 1100-EXIT
              PERFORM 1300-LIST-DIFFERENCES THRU 1300-EXIT
              PERFORM 1500-LIST-OURS-NOT-THEIRS THRU 1500-EXIT
              PERFORM 1900-SAVE-ATTEST-STATUS THRU 1900-EXIT
              MOVE WS002-DIST-ID TO LS-FLOW-PARM-ATTEST-DIST-ID
              MOVE WS002-ATTEST-DTE TO LS-FLOW-PARM-ATTEST-DTE
              MOVE WS002-SNAP-DTE-X TO WS003-ISO-DTE
              PERFORM 2900-ISO-TO-YMD THRU 2900-EXIT
              MOVE WS003-YMD-DTE-N TO LS-FLOW-PARM-AS-OF-DTE-OVR
              MOVE WS002-CNT-ATTESTED TO LS-FLOW-CNT-FETCHED
              MOVE WS002-CNT-THEIRS TO LS-FLOW-CNT-ATT-THEIRS
              MOVE WS002-CNT-OURS TO LS-FLOW-CNT-ATT-OURS
              MOVE WS002-CNT-DIFFER TO LS-FLOW-CNT-ATT-DIFFER
           END-IF
           PERFORM 4000-LIST-ATTEST-STATUS THRU 4000-EXIT
           MOVE WS002-CNT-NEVER TO LS-FLOW-CNT-ATT-NEVER
           .
       0500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0600-VERIFY-ENVELOPE.
      *--------------------------------------------------------------*
      *  First pass: prove the file is complete and well formed
      *  before a single record is matched. The header must lead the
      *  file and name a distributor and attestation date, every
      *  record between it and the trailer must be a detail with a
      *  numeric effective date, the trailer must end the file and
      *  its count must equal the details. Any failure rejects the
      *  whole file and the distributor is asked to resubmit.
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           IF WS036-ATTEST-EOF OR NOT ATTEST-HDR-TYPE-HDR
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0600-VERIFY-ENVELOPE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE HAS NO HEADER RECORD - FILE REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF ATTEST-HDR-DISTRIBUTOR-ID = SPACES
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0600-VERIFY-ENVELOPE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE HEADER NAMES NO DISTRIBUTOR - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF ATTEST-HDR-ATTEST-DTE NOT NUMERIC
              OR ATTEST-HDR-ATTEST-DTE = 0
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0600-VERIFY-ENVELOPE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE HEADER HAS NO ATTEST DATE - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE ATTEST-HDR-DISTRIBUTOR-ID TO WS002-DIST-ID
           MOVE ATTEST-HDR-ATTEST-DTE TO WS002-ATTEST-DTE
           MOVE WS002-ATTEST-DTE TO WS030-DT-T-TS-INPUT-VAL
           PERFORM 2950-YMD-TO-ISO THRU 2950-EXIT
           MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS002-ATTEST-DTE-X
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           PERFORM 0610-EACH-ENVELOPE-RECORD THRU 0610-EXIT
             UNTIL WS036-ATTEST-EOF
           IF NOT WS038-TRL-SEEN
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0600-VERIFY-ENVELOPE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE HAS NO TRAILER RECORD - FILE REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS038-TRL-REC-CNT NOT = WS038-DATA-REC-CNT
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0600-VERIFY-ENVELOPE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE TRAILER COUNT MISMATCH - FILE REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              MOVE WS038-TRL-REC-CNT TO WS040-MSG-TRL-CNT
              MOVE WS038-DATA-REC-CNT TO WS040-MSG-READ-CNT
              MOVE WS040-COUNT-MSG TO LS-FLOW-ERROR-MESSAGE-2
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           PERFORM 0690-REWIND-ATTEST THRU 0690-EXIT
           .
       0600-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0610-EACH-ENVELOPE-RECORD.
      *--------------------------------------------------------------*
           EVALUATE TRUE
           WHEN WS038-TRL-SEEN
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0610-EACH-ENVELOPE-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "RECORDS FOLLOW THE ATTEST-FILE TRAILER - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           WHEN ATTEST-TRL-TYPE-TRL
              MOVE "Y" TO WS038-TRL-SEEN-SW
              MOVE ATTEST-TRL-REC-CNT TO WS038-TRL-REC-CNT
           WHEN ATTEST-HDR-TYPE-HDR
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0610-EACH-ENVELOPE-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "SECOND HEADER RECORD ON ATTEST-FILE - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           WHEN NOT ATTEST-DTL-TYPE-DTL
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0610-EACH-ENVELOPE-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "UNKNOWN RECORD TYPE ON ATTEST-FILE - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           WHEN ATTEST-DTL-EFF-DTE NOT NUMERIC
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0610-EACH-ENVELOPE-RECORD" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTEST-FILE DETAIL EFF DATE NOT NUMERIC - REJECTED"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           WHEN OTHER
              ADD 1 TO WS038-DATA-REC-CNT
           END-EVALUATE
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           .
       0610-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       0690-REWIND-ATTEST.
      *--------------------------------------------------------------*
           CLOSE ATTEST-FILE
           MOVE "N" TO WS036-ATTEST-EOF-SW
           OPEN INPUT ATTEST-FILE
           IF WS036-ATTEST-FILE-STATUS NOT = "00"
              MOVE "N" TO WS036-ATTEST-FILE-OPEN-SW
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "0690-REWIND-ATTEST" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO REOPEN ATTEST-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       0690-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1000-FIND-NEAREST-SNAPSHOT.
      *--------------------------------------------------------------*
      *  The snapshot carrying this distributor whose AS_OF_DTE is
      *  closest to the attestation date, either side of it; on a
      *  tie the later snapshot wins.
           EXEC SQL
              SELECT "AS_OF_DTE"
              INTO :WS002-SNAP-DTE-X
              FROM "YDMSEMDN"
              WHERE "DISTRIBUTOR_ID" = :WS002-DIST-ID
              GROUP BY "AS_OF_DTE"
              ORDER BY ABS(DAYS("AS_OF_DTE")
                         - DAYS(:WS002-ATTEST-DTE-X)),
                       "AS_OF_DTE" DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1000-FIND-NEAREST-SNAPSHOT" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           EVALUATE TRUE
           WHEN DBMS-OK
              CONTINUE
           WHEN DBMS-END-OF-SET
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FIND-NEAREST-SNAPSHOT" TO
                LS-FLOW-ERROR-PARA-NAME
              MOVE
                "ATTESTING DISTRIBUTOR IS ON NO YDMSEMDN SNAPSHOT"
                TO LS-FLOW-ERROR-MESSAGE-1
              MOVE WS002-DIST-ID TO LS-FLOW-ERROR-MESSAGE-2
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1000-FIND-NEAREST-SNAPSHOT" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-READ-ATTEST.
      *--------------------------------------------------------------*
           READ ATTEST-FILE
           EVALUATE WS036-ATTEST-FILE-STATUS
           WHEN "00"
              CONTINUE
           WHEN "10"
              SET WS036-ATTEST-EOF TO TRUE
           WHEN OTHER
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1050-READ-ATTEST" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO READ ATTEST-FILE" TO
                LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-LIST-THEIRS-NOT-OURS.
      *--------------------------------------------------------------*
      *  Second pass over the file: every detail the roster cannot
      *  match is listed; every one it can is remembered for the
      *  ours-not-theirs list.
           SET WS002-PART-THEIRS TO TRUE
           MOVE 0 TO WS002-PART-LINES
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           PERFORM 1200-EACH-THEIRS THRU 1200-EXIT
             UNTIL WS036-ATTEST-EOF
           MOVE "ATTESTED, NOT ON THE ROSTER:" TO WS051-TOTAL-LABEL
           MOVE WS002-CNT-THEIRS TO WS051-TOTAL-CNT
           PERFORM 2300-WRITE-PART-TOTAL THRU 2300-EXIT
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-EACH-THEIRS.
      *--------------------------------------------------------------*
           IF ATTEST-DTL-TYPE-DTL
              ADD 1 TO WS002-CNT-ATTESTED
              PERFORM 2000-MATCH-ATTEST-RECORD THRU 2000-EXIT
              IF WS004-MATCHED
                 PERFORM 2100-REMEMBER-MATCH THRU 2100-EXIT
              ELSE
                 ADD 1 TO WS002-CNT-THEIRS
                 MOVE "NOT ON THE ROSTER" TO WS004-DIFF-NOTE
                 PERFORM 2200-PRINT-ATTESTED THRU 2200-EXIT
              END-IF
           END-IF
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           .
       1200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1300-LIST-DIFFERENCES.
      *--------------------------------------------------------------*
      *  Third pass over the file: every detail the roster matches
      *  is compared, and any that differ are listed with the
      *  roster's view printed beneath the distributor's.
           PERFORM 0690-REWIND-ATTEST THRU 0690-EXIT
           SET WS002-PART-DIFFER TO TRUE
           MOVE 0 TO WS002-PART-LINES
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           PERFORM 1400-EACH-DIFFER THRU 1400-EXIT
             UNTIL WS036-ATTEST-EOF
           MOVE "ON BOTH, DIFFERENT:" TO WS051-TOTAL-LABEL
           MOVE WS002-CNT-DIFFER TO WS051-TOTAL-CNT
           PERFORM 2300-WRITE-PART-TOTAL THRU 2300-EXIT
           .
       1300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1400-EACH-DIFFER.
      *--------------------------------------------------------------*
           IF ATTEST-DTL-TYPE-DTL
              PERFORM 2000-MATCH-ATTEST-RECORD THRU 2000-EXIT
              IF WS004-MATCHED
                 PERFORM 2050-COMPARE-MATCH THRU 2050-EXIT
                 IF WS004-HAS-DIFFERENCE
                    ADD 1 TO WS002-CNT-DIFFER
                    PERFORM 2250-PRINT-DIFFERENCE THRU 2250-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 1050-READ-ATTEST THRU 1050-EXIT
           .
       1400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-LIST-OURS-NOT-THEIRS.
      *--------------------------------------------------------------*
      *  Every active roster employee no attested record matched.
           SET WS002-PART-OURS TO TRUE
           MOVE 0 TO WS002-PART-LINES
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1001-OPEN-CURSOR THRU 1001-EXIT
           PERFORM 1003-READ-EACH THRU 1003-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1500-LIST-OURS-NOT-THEIRS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE "ON THE ROSTER, NOT ATTESTED:" TO WS051-TOTAL-LABEL
           MOVE WS002-CNT-OURS TO WS051-TOTAL-CNT
           PERFORM 2300-WRITE-PART-TOTAL THRU 2300-EXIT
           .
       1500-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1001-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR001_YDMSEMDN_ROSTER
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1001-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1001-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1002-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR001_YDMSEMDN_ROSTER
           EXEC SQL FETCH CRSR001_YDMSEMDN_ROSTER INTO
              :DCLYDMSEMDN.EMPLOYEE-PARTY-ID,
              :DCLYDMSEMDN.LAST-NAME,
              :DCLYDMSEMDN.FIRST-NAME,
              :DCLYDMSEMDN.SOCIAL-SECURITY-NB,
              :DCLYDMSEMDN.EFF-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "1002-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       1002-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1003-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1002-FETCH-CURSOR-DATA THRU 1002-EXIT
           IF DBMS-OK
              MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
                WS004-OUR-PARTY-ID
              PERFORM 2150-SEARCH-MATCHED THRU 2150-EXIT
              IF NOT WS005-MATCH-FOUND
                 ADD 1 TO WS002-CNT-OURS
                 PERFORM 2260-PRINT-ROSTER-ROW THRU 2260-EXIT
              END-IF
           END-IF
           .
       1003-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       1900-SAVE-ATTEST-STATUS.
      *--------------------------------------------------------------*
      *  Record the outcome for the distributor and attestation
      *  date. A resubmitted file for the same date replaces the
      *  earlier outcome.
           MOVE WS002-DIST-ID TO DISTRIBUTOR-ID OF DCLYDMSATST
           MOVE WS002-ATTEST-DTE-X TO ATTEST-DTE OF DCLYDMSATST
           MOVE WS002-SNAP-DTE-X TO SNAPSHOT-DTE OF DCLYDMSATST
           MOVE WS002-CNT-ATTESTED TO ATTEST-REC-CNT OF DCLYDMSATST
           MOVE WS002-CNT-THEIRS TO THEIRS-ONLY-CNT OF DCLYDMSATST
           MOVE WS002-CNT-OURS TO OURS-ONLY-CNT OF DCLYDMSATST
           MOVE WS002-CNT-DIFFER TO DIFFER-CNT OF DCLYDMSATST
           IF WS002-CNT-THEIRS = 0 AND WS002-CNT-OURS = 0
              AND WS002-CNT-DIFFER = 0
              SET ATST-STATUS-CLEAN TO TRUE
           ELSE
              SET ATST-STATUS-DISCREPANT TO TRUE
           END-IF
           EXEC SQL
              INSERT INTO "YDMSATST" (
                 "DISTRIBUTOR_ID",
                 "ATTEST_DTE",
                 "SNAPSHOT_DTE",
                 "STATUS_CD",
                 "ATTEST_REC_CNT",
                 "THEIRS_ONLY_CNT",
                 "OURS_ONLY_CNT",
                 "DIFFER_CNT",
                 "PROCESSED_TMSP"
              ) VALUES (
                 :DCLYDMSATST.DISTRIBUTOR-ID,
                 :DCLYDMSATST.ATTEST-DTE,
                 :DCLYDMSATST.SNAPSHOT-DTE,
                 :DCLYDMSATST.STATUS-CD,
                 :DCLYDMSATST.ATTEST-REC-CNT,
                 :DCLYDMSATST.THEIRS-ONLY-CNT,
                 :DCLYDMSATST.OURS-ONLY-CNT,
                 :DCLYDMSATST.DIFFER-CNT,
                 CURRENT TIMESTAMP
              )
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSATST" TO WS-DBMS-TABLE-NAME
           MOVE "1900-SAVE-ATTEST-STATUS" TO WS-DBMS-PARA-NAME
           MOVE "INSERT" TO WS-DBMS-STMT-TYPE
           EVALUATE TRUE
           WHEN DBMS-OK
              CONTINUE
           WHEN DBMS-DUPLICATE
              PERFORM 1910-REPLACE-ATTEST-STATUS THRU 1910-EXIT
           WHEN OTHER
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1900-SAVE-ATTEST-STATUS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-EVALUATE
           .
       1900-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1910-REPLACE-ATTEST-STATUS.
      *--------------------------------------------------------------*
           EXEC SQL
              UPDATE "YDMSATST"
              SET "SNAPSHOT_DTE"    = :DCLYDMSATST.SNAPSHOT-DTE,
                  "STATUS_CD"       = :DCLYDMSATST.STATUS-CD,
                  "ATTEST_REC_CNT"  = :DCLYDMSATST.ATTEST-REC-CNT,
                  "THEIRS_ONLY_CNT" = :DCLYDMSATST.THEIRS-ONLY-CNT,
                  "OURS_ONLY_CNT"   = :DCLYDMSATST.OURS-ONLY-CNT,
                  "DIFFER_CNT"      = :DCLYDMSATST.DIFFER-CNT,
                  "PROCESSED_TMSP"  = CURRENT TIMESTAMP
              WHERE "DISTRIBUTOR_ID" = :DCLYDMSATST.DISTRIBUTOR-ID
                AND "ATTEST_DTE"     = :DCLYDMSATST.ATTEST-DTE
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSATST" TO WS-DBMS-TABLE-NAME
           MOVE "1910-REPLACE-ATTEST-STATUS" TO WS-DBMS-PARA-NAME
           MOVE "UPDATE" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1910-REPLACE-ATTEST-STATUS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1910-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-MATCH-ATTEST-RECORD.
      *--------------------------------------------------------------*
      *  Find the roster employee an attested detail stands for: by
      *  EMPLOYEE_PARTY_ID when the distributor gave one we hold,
      *  otherwise by LAST_NAME and the last four of the SSN.
           SET WS004-NOT-MATCHED TO TRUE
           MOVE SPACE TO WS004-MATCH-BY-SW
           IF ATTEST-DTL-EMPLOYEE-PARTY-ID NUMERIC
              MOVE ATTEST-DTL-EMPLOYEE-PARTY-ID TO WS004-THEIR-PARTY-ID
           ELSE
              MOVE 0 TO WS004-THEIR-PARTY-ID
           END-IF
           MOVE ATTEST-DTL-LAST-NAME TO WS004-THEIR-LAST-NAME
           MOVE ATTEST-DTL-FIRST-NAME TO WS004-THEIR-FIRST-NAME
           INSPECT WS004-THEIR-LAST-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS004-THEIR-FIRST-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ATTEST-DTL-SSN-LAST4 TO WS004-THEIR-SSN-LAST4
           MOVE ATTEST-DTL-EFF-DTE TO WS030-DT-T-TS-INPUT-VAL
           PERFORM 2950-YMD-TO-ISO THRU 2950-EXIT
           MOVE WS030-DT-T-TS-OUTPUT(1:10) TO WS004-THEIR-EFF-DTE-X
           IF WS004-THEIR-PARTY-ID > 0
              MOVE WS004-THEIR-PARTY-ID TO WS004-OUR-PARTY-ID
              PERFORM 2010-FETCH-OUR-EMPLOYEE THRU 2010-EXIT
              IF WS004-OUR-ROW-CNT > 0
                 SET WS004-MATCHED TO TRUE
                 SET WS004-MATCH-BY-PARTY TO TRUE
                 GO TO 2000-EXIT
              END-IF
           END-IF
           IF WS004-THEIR-SSN-LAST4 = SPACES
              GO TO 2000-EXIT
           END-IF
           PERFORM 2020-FIND-BY-NAME-SSN THRU 2020-EXIT
           IF WS004-OUR-PARTY-CNT > 0
              PERFORM 2010-FETCH-OUR-EMPLOYEE THRU 2010-EXIT
              SET WS004-MATCHED TO TRUE
              SET WS004-MATCH-BY-NAME TO TRUE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2010-FETCH-OUR-EMPLOYEE.
      *--------------------------------------------------------------*
      *  The roster's view of one employee on the snapshot. An
      *  employee on several outlets can carry several EFF_DTEs -
      *  the attested date agrees if it equals any of them.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MAX("LAST_NAME"), ' '),
                     COALESCE(MAX("FIRST_NAME"), ' '),
                     COALESCE(MAX("SOCIAL_SECURITY_NB"), ' '),
                     COALESCE(MIN("EFF_DTE"), DATE('0001-01-01')),
                     COALESCE(SUM(CASE WHEN "EFF_DTE" =
                                            :WS004-THEIR-EFF-DTE-X
                                       THEN 1 ELSE 0 END), 0)
              INTO :WS004-OUR-ROW-CNT,
                   :DCLYDMSEMDN.LAST-NAME,
                   :DCLYDMSEMDN.FIRST-NAME,
                   :DCLYDMSEMDN.SOCIAL-SECURITY-NB,
                   :DCLYDMSEMDN.EFF-DTE,
                   :WS004-OUR-EFF-MATCH-CNT
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE"         = :WS002-SNAP-DTE-X
                AND "DISTRIBUTOR_ID"    = :WS002-DIST-ID
                AND "EMPLOYEE_PARTY_ID" = :WS004-OUR-PARTY-ID
                AND "EXP_DTE"          >= :WS002-SNAP-DTE-X
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2010-FETCH-OUR-EMPLOYEE" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2010-FETCH-OUR-EMPLOYEE" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2010-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2020-FIND-BY-NAME-SSN.
      *--------------------------------------------------------------*
      *  Two roster employees sharing a surname and SSN tail is
      *  vanishingly rare; the lower party is taken.
           EXEC SQL
              SELECT COUNT(DISTINCT "EMPLOYEE_PARTY_ID"),
                     COALESCE(MIN("EMPLOYEE_PARTY_ID"), 0)
              INTO :WS004-OUR-PARTY-CNT,
                   :WS004-OUR-PARTY-ID
              FROM "YDMSEMDN"
              WHERE "AS_OF_DTE"      = :WS002-SNAP-DTE-X
                AND "DISTRIBUTOR_ID" = :WS002-DIST-ID
                AND "EXP_DTE"       >= :WS002-SNAP-DTE-X
                AND "LAST_NAME"      = :WS004-THEIR-LAST-NAME
                AND SUBSTR("SOCIAL_SECURITY_NB", 6, 4) =
                    :WS004-THEIR-SSN-LAST4
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "2020-FIND-BY-NAME-SSN" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2020-FIND-BY-NAME-SSN" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2020-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-COMPARE-MATCH.
      *--------------------------------------------------------------*
      *  Name, SSN tail and effective date are compared. A party id
      *  the distributor gave that is not the one the name and SSN
      *  matched is a difference too.
           MOVE "N" TO WS004-DIFF-SW
           MOVE SPACES TO WS004-DIFF-NOTE
           MOVE 1 TO WS004-DIFF-PTR
           IF WS004-THEIR-LAST-NAME NOT = LAST-NAME OF DCLYDMSEMDN
              OR WS004-THEIR-FIRST-NAME NOT =
                 FIRST-NAME OF DCLYDMSEMDN
              SET WS004-HAS-DIFFERENCE TO TRUE
              STRING "NAME " DELIMITED BY SIZE
                INTO WS004-DIFF-NOTE WITH POINTER WS004-DIFF-PTR
           END-IF
           IF WS004-THEIR-SSN-LAST4 NOT =
              SOCIAL-SECURITY-NB OF DCLYDMSEMDN (6:4)
              SET WS004-HAS-DIFFERENCE TO TRUE
              STRING "SSN " DELIMITED BY SIZE
                INTO WS004-DIFF-NOTE WITH POINTER WS004-DIFF-PTR
           END-IF
           IF WS004-OUR-EFF-MATCH-CNT = 0
              SET WS004-HAS-DIFFERENCE TO TRUE
              STRING "EFF-DTE " DELIMITED BY SIZE
                INTO WS004-DIFF-NOTE WITH POINTER WS004-DIFF-PTR
           END-IF
           IF WS004-MATCH-BY-NAME AND WS004-THEIR-PARTY-ID > 0
              SET WS004-HAS-DIFFERENCE TO TRUE
              STRING "PARTY-ID " DELIMITED BY SIZE
                INTO WS004-DIFF-NOTE WITH POINTER WS004-DIFF-PTR
           END-IF
           .
       2050-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-REMEMBER-MATCH.
      *--------------------------------------------------------------*
      *  Two attested records (two outlets) for one employee are
      *  remembered once. The table filling up would leave matched
      *  employees listed as not attested, so stop loudly instead.
           PERFORM 2150-SEARCH-MATCHED THRU 2150-EXIT
           IF WS005-MATCH-FOUND
              GO TO 2100-EXIT
           END-IF
           IF WS005-MATCH-CNT >= WS005-MATCH-MAX
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2100-REMEMBER-MATCH" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "MATCHED PARTY TABLE FULL - RAISE WS005-MATCH-MAX"
                TO LS-FLOW-ERROR-MESSAGE-1
              SET LS-FLOW-SYSTEM-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
      *  Slide the tail of the table one slot right and drop the
      *  new party into its ordered position.
           ADD 1 TO WS005-MATCH-CNT
           MOVE WS005-MATCH-CNT TO WS005-MATCH-SUB
           MOVE "N" TO WS005-SHIFT-DONE-SW
           PERFORM 2110-SHIFT-MATCH-ENTRY THRU 2110-EXIT
             UNTIL WS005-SHIFT-DONE
           MOVE WS004-OUR-PARTY-ID TO
             WS005-MATCH-PARTY-ID (WS005-MATCH-SUB)
           .
       2100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-SHIFT-MATCH-ENTRY.
      *--------------------------------------------------------------*
      *  The bound is tested on its own before the entry to the left
      *  is looked at, so slot 1 never reaches back to slot 0.
           IF WS005-MATCH-SUB = 1
              SET WS005-SHIFT-DONE TO TRUE
              GO TO 2110-EXIT
           END-IF
           IF WS005-MATCH-PARTY-ID (WS005-MATCH-SUB - 1) NOT >
              WS004-OUR-PARTY-ID
              SET WS005-SHIFT-DONE TO TRUE
              GO TO 2110-EXIT
           END-IF
           MOVE WS005-MATCH-ENTRY (WS005-MATCH-SUB - 1) TO
             WS005-MATCH-ENTRY (WS005-MATCH-SUB)
           SUBTRACT 1 FROM WS005-MATCH-SUB
           .
       2110-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2150-SEARCH-MATCHED.
      *--------------------------------------------------------------*
           MOVE "N" TO WS005-MATCH-FOUND-SW
           IF WS005-MATCH-CNT > 0
              SEARCH ALL WS005-MATCH-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS005-MATCH-PARTY-ID (WS005-MATCH-IX) =
                      WS004-OUR-PARTY-ID
                    SET WS005-MATCH-FOUND TO TRUE
              END-SEARCH
           END-IF
           .
       2150-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-PRINT-ATTESTED.
      *--------------------------------------------------------------*
      *  The distributor's side of a record, noted with why it is
      *  listed.
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-COMPARE-LINE
           MOVE WS004-THEIR-PARTY-ID TO WS048-EMPL-PARTY
           MOVE "ATTESTED" TO WS048-SOURCE
           MOVE WS004-THEIR-LAST-NAME TO WS048-LAST-NAME
           MOVE WS004-THEIR-FIRST-NAME TO WS048-FIRST-NAME
           MOVE "XXXXX" TO WS048-SSN-MASK
           MOVE WS004-THEIR-SSN-LAST4 TO WS048-SSN-LAST4
           MOVE WS004-THEIR-EFF-DTE-X TO WS048-EFF-DTE
           MOVE ATTEST-DTL-OUTLET-ID TO WS048-OUTLET-ID
           MOVE WS004-DIFF-NOTE TO WS048-NOTE
           MOVE WS048-COMPARE-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-PART-LINES
           .
       2200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2250-PRINT-DIFFERENCE.
      *--------------------------------------------------------------*
      *  The distributor's line, the roster's line beneath it and a
      *  blank, kept together on one page.
           IF WS044-LINE-CNT > 53
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           PERFORM 2200-PRINT-ATTESTED THRU 2200-EXIT
           INITIALIZE WS048-COMPARE-LINE
           MOVE WS004-OUR-PARTY-ID TO WS048-EMPL-PARTY
           MOVE "ROSTER" TO WS048-SOURCE
           MOVE LAST-NAME OF DCLYDMSEMDN TO WS048-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSEMDN TO WS048-FIRST-NAME
           MOVE "XXXXX" TO WS048-SSN-MASK
           MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN (6:4) TO
             WS048-SSN-LAST4
           MOVE EFF-DTE OF DCLYDMSEMDN TO WS048-EFF-DTE
           MOVE WS048-COMPARE-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS050-BLANK-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2250-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2260-PRINT-ROSTER-ROW.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS048-COMPARE-LINE
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO WS048-EMPL-PARTY
           MOVE "ROSTER" TO WS048-SOURCE
           MOVE LAST-NAME OF DCLYDMSEMDN TO WS048-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSEMDN TO WS048-FIRST-NAME
           MOVE "XXXXX" TO WS048-SSN-MASK
           MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN (6:4) TO
             WS048-SSN-LAST4
           MOVE EFF-DTE OF DCLYDMSEMDN TO WS048-EFF-DTE
           MOVE "NOT ON THE ATTESTATION" TO WS048-NOTE
           MOVE WS048-COMPARE-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-PART-LINES
           .
       2260-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-WRITE-PART-TOTAL.
      *--------------------------------------------------------------*
      *  The caller sets the label and count.
           IF WS044-LINE-CNT > 53
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           IF WS002-PART-LINES = 0
              MOVE WS052-NONE-LINE TO ATTRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE WS051-TOTAL-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-WRITE-LINE.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 56
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           WRITE ATTRPT-LINE AFTER ADVANCING 1 LINE
           IF WS037-ATTRPT-FILE-STATUS NOT = "00"
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2510-WRITE-LINE" TO LS-FLOW-ERROR-PARA-NAME
              MOVE "UNABLE TO WRITE ATTRPT-FILE" TO
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
           EVALUATE TRUE
           WHEN WS002-PART-THEIRS
              MOVE "- ATTESTED, NOT ON ROSTER" TO WS045-HDG1-PART
           WHEN WS002-PART-DIFFER
              MOVE "- ON BOTH, DIFFERENT" TO WS045-HDG1-PART
           WHEN WS002-PART-OURS
              MOVE "- ON ROSTER, NOT ATTESTED" TO WS045-HDG1-PART
           WHEN OTHER
              MOVE "- STATUS BY DISTRIBUTOR" TO WS045-HDG1-PART
           END-EVALUATE
           IF WS002-PART-STATUS
              MOVE "ALL" TO WS045-HDG1-DIST-ID
              MOVE WS002-LATEST-DTE-X TO WS045-HDG1-SNAP-DTE
           ELSE
              MOVE WS002-DIST-ID TO WS045-HDG1-DIST-ID
              MOVE WS002-SNAP-DTE-X TO WS045-HDG1-SNAP-DTE
           END-IF
           MOVE WS044-RUN-DATE TO WS045-HDG1-RUN-DATE
           MOVE WS044-PAGE-CNT TO WS045-HDG1-PAGE
           MOVE WS045-HDG1-LINE TO ATTRPT-LINE
           WRITE ATTRPT-LINE AFTER ADVANCING PAGE
           IF WS002-PART-STATUS
              MOVE WS047-HDG2-STATUS-LINE TO ATTRPT-LINE
           ELSE
              MOVE WS046-HDG2-COMPARE-LINE TO ATTRPT-LINE
           END-IF
           WRITE ATTRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS050-BLANK-LINE TO ATTRPT-LINE
           WRITE ATTRPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS044-LINE-CNT
           .
       2520-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-ISO-TO-YMD.
      *--------------------------------------------------------------*
           MOVE WS003-ISO-YYYY TO WS003-YMD-YYYY
           MOVE WS003-ISO-MM TO WS003-YMD-MM
           MOVE WS003-ISO-DD TO WS003-YMD-DD
           .
       2900-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2950-YMD-TO-ISO.
      *--------------------------------------------------------------*
      *  The caller leaves the YYYYMMDD date in the JSFORMDT input;
      *  an impossible date stops the run.
           MOVE "C" TO WS030-COBOL-DB2-IND
           CALL WS-PGM-JSFORMDT USING
                           WS030-DT-T-TS-INPUT
                           WS030-DT-T-TS-OUTPUT
                           WS011-ERROR-REPORTED
           IF WS011-ERROR-ENCOUNTERED NOT = SPACES
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "2950-YMD-TO-ISO" TO LS-FLOW-ERROR-PARA-NAME
              MOVE WS011-ERROR-FUNC-ERRMSG TO LS-FLOW-ERROR-CODE
              SET LS-FLOW-EXEC-ERROR TO TRUE
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2950-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LIST-ATTEST-STATUS.
      *--------------------------------------------------------------*
      *  Every distributor on the latest snapshot, with the outcome
      *  of its latest attestation or NEVER SENT.
           SET WS002-PART-STATUS TO TRUE
           MOVE 0 TO WS002-PART-LINES
           EXEC SQL
              SELECT MAX("AS_OF_DTE")
              INTO :WS002-LATEST-DTE-X :WS002-LATEST-DTE-IND
              FROM "YDMSEMDN"
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
           MOVE "4000-LIST-ATTEST-STATUS" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "4000-LIST-ATTEST-STATUS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF WS002-LATEST-DTE-IND < 0
              MOVE SPACES TO WS002-LATEST-DTE-X
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
              MOVE WS052-NONE-LINE TO ATTRPT-LINE
              PERFORM 2510-WRITE-LINE THRU 2510-EXIT
              GO TO 4000-EXIT
           END-IF
           PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           PERFORM 1011-OPEN-CURSOR THRU 1011-EXIT
           PERFORM 1013-READ-EACH THRU 1013-EXIT WITH TEST BEFORE
             UNTIL NOT DBMS-OK
           IF NOT DBMS-END-OF-SET AND NOT DBMS-NOT-FOUND
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "4000-LIST-ATTEST-STATUS" TO
                LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           MOVE WS050-BLANK-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "DISTRIBUTORS NEVER SENT A FILE:" TO
             WS051-TOTAL-LABEL
           MOVE WS002-CNT-NEVER TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "DISTRIBUTORS WITH DISCREPANCIES:" TO
             WS051-TOTAL-LABEL
           MOVE WS002-CNT-DISCREPANT TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           MOVE "DISTRIBUTORS CLEAN:" TO WS051-TOTAL-LABEL
           MOVE WS002-CNT-CLEAN TO WS051-TOTAL-CNT
           MOVE WS051-TOTAL-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           .
       4000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1011-OPEN-CURSOR.
      *--------------------------------------------------------------*
           EXEC SQL OPEN CRSR002_YDMSATST_STATUS
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           IF NOT DBMS-OK
              MOVE SQLCA TO LS-FLOW-DB-SQLCA
              SET LS-FLOW-EXEC-DB-ERROR TO TRUE
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
              MOVE "1011-OPEN-CURSOR" TO LS-FLOW-ERROR-PARA-NAME
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1011-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1012-FETCH-CURSOR-DATA.
      *    Fetch the data for cursor CRSR002_YDMSATST_STATUS
           EXEC SQL FETCH CRSR002_YDMSATST_STATUS INTO
              :DCLYDMSATST.DISTRIBUTOR-ID,
              :DCLYDMSATST.STATUS-CD,
              :DCLYDMSATST.ATTEST-DTE,
              :DCLYDMSATST.SNAPSHOT-DTE,
              :DCLYDMSATST.ATTEST-REC-CNT,
              :DCLYDMSATST.THEIRS-ONLY-CNT,
              :DCLYDMSATST.OURS-ONLY-CNT,
              :DCLYDMSATST.DIFFER-CNT
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSATST" TO WS-DBMS-TABLE-NAME
           MOVE "1012-FETCH-CURSOR-DATA" TO WS-DBMS-PARA-NAME
           MOVE "SELECT" TO WS-DBMS-STMT-TYPE
           .
       1012-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1013-READ-EACH.
      *--------------------------------------------------------------*
           ADD 1 TO WS-ESC-CURRENT-LEVEL
           MOVE 99 TO WS-ESC-QUIT-LEVEL
           PERFORM 1012-FETCH-CURSOR-DATA THRU 1012-EXIT
           IF DBMS-OK
              PERFORM 2400-PRINT-STATUS THRU 2400-EXIT
           END-IF
           .
       1013-EXIT.
      *    ESCAPE level tracking - DO NOT MOVE
           SUBTRACT 1 FROM WS-ESC-CURRENT-LEVEL
           EXIT.
      *--------------------------------------------------------------*
       2400-PRINT-STATUS.
      *--------------------------------------------------------------*
           IF WS044-LINE-CNT > 55
              PERFORM 2520-WRITE-PAGE-HEADINGS THRU 2520-EXIT
           END-IF
           INITIALIZE WS049-STATUS-LINE
           MOVE DISTRIBUTOR-ID OF DCLYDMSATST TO WS049-DIST-ID
           EVALUATE TRUE
           WHEN ATST-STATUS-NEVER-SENT
              MOVE "NEVER SENT" TO WS049-STATUS
              ADD 1 TO WS002-CNT-NEVER
           WHEN ATST-STATUS-DISCREPANT
              MOVE "DISCREPANCIES" TO WS049-STATUS
              ADD 1 TO WS002-CNT-DISCREPANT
           WHEN OTHER
              MOVE "CLEAN" TO WS049-STATUS
              ADD 1 TO WS002-CNT-CLEAN
           END-EVALUATE
           IF NOT ATST-STATUS-NEVER-SENT
              MOVE ATTEST-DTE OF DCLYDMSATST TO WS049-ATTEST-DTE
              MOVE SNAPSHOT-DTE OF DCLYDMSATST TO WS049-SNAP-DTE
              MOVE ATTEST-REC-CNT OF DCLYDMSATST TO WS049-RECORDS
              MOVE THEIRS-ONLY-CNT OF DCLYDMSATST TO WS049-THEIRS
              MOVE OURS-ONLY-CNT OF DCLYDMSATST TO WS049-OURS
              MOVE DIFFER-CNT OF DCLYDMSATST TO WS049-DIFFER
           END-IF
           MOVE WS049-STATUS-LINE TO ATTRPT-LINE
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD 1 TO WS002-PART-LINES
           .
       2400-EXIT.
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
       9920-CLOSE-CURSORS.
      *--------------------------------------------------------------*
           EXEC SQL CLOSE CRSR001_YDMSEMDN_ROSTER
           END-EXEC
           EXEC SQL CLOSE CRSR002_YDMSATST_STATUS
           END-EXEC
           IF WS036-ATTEST-FILE-IS-OPEN
              CLOSE ATTEST-FILE
              MOVE "N" TO WS036-ATTEST-FILE-OPEN-SW
           END-IF
           IF WS037-ATTRPT-FILE-IS-OPEN
              CLOSE ATTRPT-FILE
              MOVE "N" TO WS037-ATTRPT-FILE-OPEN-SW
           END-IF
           .
       9920-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9990-ABORT.
      * NOTE We come here when functions etc are unsuccessful and for
      *   requests to ABEND
      *    Handle ABORT request
           IF LS-FLOW-ERROR-PROG-NAME = SPACES
              MOVE "DNCB168A" TO LS-FLOW-ERROR-PROG-NAME
           END-IF
      *    The caller will handle the ABORT request so GOBACK
           GOBACK
           .
       9990-EXIT.
           EXIT.
