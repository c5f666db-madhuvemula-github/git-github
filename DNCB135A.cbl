      *   for the latest AS_OF_DTE, and pages back through earlier
      *   snapshot dates for the same criteria on request. Dates and
      *   party numbers are returned screen-formatted through the
      *   JSSCRNDT/JSSCRNNO routines. SSNs are returned masked to
      *   the last four digits unless the user holds the full-SSN
      *   role and asks for them in full with a reason code; every
      *   full SSN shown and every search by SSN is logged to
      *   YDMSSACL through DNCB158A.
      *
      **************************************************
      *            ENVIRONMENT DIVISION                *
                 88 ESCAPE-LOOP         VALUE 'Y'.
                 88 STAY-IN-LOOP        VALUE 'N'.
           05 WS-PGM-JSCDBERR          PIC  X(8) VALUE 'JSCDBERR'.
           05 WS-PGM-DNCB158A          PIC  X(8) VALUE 'DNCB158A'.
      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   DBMS RESPONSE AREA                                        *
           05 WS002-TARGET-AS-OF-DTE-NL   PIC S9(4) COMP VALUE 0.
           05 WS002-ROW-IX                PIC S9(4) COMP VALUE 0.
           05 WS002-DTE-WORK              PIC  9(8) VALUE 0.
           05 WS002-USER-ID               PIC  X(8) VALUE SPACES.
           05 WS002-REASON-CD             PIC  X(2) VALUE SPACES.
           05 WS002-FULL-SSN-SW           PIC  X VALUE 'N'.
              88 WS002-SHOW-FULL-SSN         VALUE 'Y'.
           05 WS002-SSN-MASKED.
              10 FILLER                   PIC X(5) VALUE 'XXXXX'.
              10 WS002-SSN-LAST4          PIC X(4).
       COPY JSSSNACC.
       01  WS030-FUNCTION-WORKAREA.
           05 WS-PGM-JSFORMDT                 PIC  X(08)
                 VALUE 'JSFORMDT'.
           MOVE LS-EMDINQ-SRCH-LAST-NAME TO WS002-SRCH-LAST-NAME
           MOVE LS-EMDINQ-SRCH-FIRST-NAME TO WS002-SRCH-FIRST-NAME
           MOVE LS-EMDINQ-FUNC-CD TO WS002-FUNC-CD
           MOVE LS-EMDINQ-USER-ID TO WS002-USER-ID
           MOVE LS-EMDINQ-REASON-CD TO WS002-REASON-CD
           MOVE "N" TO WS002-FULL-SSN-SW
           .
       0010-EXIT.
           EXIT.
           ELSE
              MOVE "Y" TO WS002-FIRST-NAME-SW
           END-IF
      *  A search by SSN is logged, so it needs the signed-on user. A
      *  full-SSN request also needs a reason on record and a user
      *  holding the full-SSN role - anything less is refused rather
      *  than quietly shown masked.
           IF (WS002-SRCH-BY-SSN OR LS-EMDINQ-FULL-SSN-REQUESTED) AND
              WS002-USER-ID = SPACES
              SET LS-EMDINQ-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
           IF LS-EMDINQ-FULL-SSN-REQUESTED
              IF WS002-REASON-CD = SPACES
                 SET LS-EMDINQ-CRITERIA-MISSING TO TRUE
                 GO TO 0500-EXIT
              END-IF
              PERFORM 1300-CHECK-FULL-SSN-ROLE THRU 1300-EXIT
              IF NOT WS002-SHOW-FULL-SSN
                 SET LS-EMDINQ-NOT-AUTHORIZED TO TRUE
                 GO TO 0500-EXIT
              END-IF
           END-IF
      *  A page-back with no date on the screen yet is just a first
      *  page.
           IF WS002-FUNC-CD = "B" AND LS-EMDINQ-CUR-AS-OF-DTE = 0
           END-IF
           PERFORM 1100-FIND-TARGET-DATE THRU 1100-EXIT
           IF LS-EMDINQ-NO-ROWS-FOUND OR LS-EMDINQ-NO-EARLIER-PAGE
      *       A search by SSN that matched nobody is still a search -
      *       log it against employee zero.
              IF WS002-SRCH-BY-SSN
                 MOVE 0 TO LS-SSNACC-EMPL-PARTY-ID
                 SET LS-SSNACC-FULL-SSN-SEARCH TO TRUE
                 PERFORM 2400-LOG-SSN-ACCESS THRU 2400-EXIT
              END-IF
              GO TO 0500-EXIT
           END-IF
           PERFORM 1200-RETURN-SNAPSHOT-DATE THRU 1200-EXIT
           .
       1200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1300-CHECK-FULL-SSN-ROLE.
      *--------------------------------------------------------------*
      *  Ask DNCB158A whether the user holds the full-SSN role.
           INITIALIZE LS-SSNACC
           SET LS-SSNACC-FUNC-CHECK-ROLE TO TRUE
           MOVE WS002-USER-ID TO LS-SSNACC-USER-ID
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB158A USING
                 LS-FLOW
                 LS-SSNACC
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "1300-CHECK-FULL-SSN-ROLE" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-SSNACC-ROLE-HELD
              SET WS002-SHOW-FULL-SSN TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-BUILD-PAGE.
      *--------------------------------------------------------------*
              MOVE MIDDLE-INITIAL OF DCLYDMSEMDN TO
                LS-EMDINQ-MIDDLE-INITIAL (WS002-ROW-IX)
           END-IF
      *  Last four digits only, the same XXXXX mask the roster
      *  export uses, unless the full SSN was asked for and allowed.
           IF WS002-SHOW-FULL-SSN
              MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN TO
                LS-EMDINQ-SOCIAL-SEC-NB (WS002-ROW-IX)
              MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
                LS-SSNACC-EMPL-PARTY-ID
              SET LS-SSNACC-UNMASKED-VIEW TO TRUE
              PERFORM 2400-LOG-SSN-ACCESS THRU 2400-EXIT
           ELSE
              MOVE SOCIAL-SECURITY-NB OF DCLYDMSEMDN (6:4) TO
                WS002-SSN-LAST4
              MOVE WS002-SSN-MASKED TO
                LS-EMDINQ-SOCIAL-SEC-NB (WS002-ROW-IX)
           END-IF
           IF WS002-SRCH-BY-SSN
              MOVE EMPLOYEE-PARTY-ID OF DCLYDMSEMDN TO
                LS-SSNACC-EMPL-PARTY-ID
              SET LS-SSNACC-FULL-SSN-SEARCH TO TRUE
              PERFORM 2400-LOG-SSN-ACCESS THRU 2400-EXIT
           END-IF
           PERFORM 8300-FORMAT-EFF-DTE THRU 8300-EXIT
           PERFORM 8400-FORMAT-EXP-DTE THRU 8400-EXIT
           .
       2300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-LOG-SSN-ACCESS.
      *--------------------------------------------------------------*
      *  One YDMSSACL row through DNCB158A - the caller sets the
      *  employee and the access type.
           SET LS-SSNACC-FUNC-LOG-ACCESS TO TRUE
           MOVE WS002-USER-ID TO LS-SSNACC-USER-ID
           MOVE "DNCB135A" TO LS-SSNACC-SCREEN-ID
           MOVE WS002-REASON-CD TO LS-SSNACC-REASON-CD
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB158A USING
                 LS-FLOW
                 LS-SSNACC
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "2400-LOG-SSN-ACCESS" TO LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-FORMAT-SCREEN-DATE.
      *--------------------------------------------------------------*
