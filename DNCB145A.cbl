      *   signed-on user id and a DB2 timestamp, so who entered what
      *   is always answerable. The YDMSEMDN snapshot itself is
      *   never touched - the override is applied at payroll extract
      *   time by DNCB127A and DNCB144A. The override SSN is
      *   returned masked to the last four digits unless the user
      *   holds the full-SSN role and asks for it in full with a
      *   reason code; every full SSN shown is logged to YDMSSACL
      *   through DNCB158A.
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
           05 WS002-USER-ID               PIC  X(8) VALUE SPACES.
           05 WS002-ACTIVE-ROW-SW         PIC  X VALUE 'N'.
              88 WS002-ACTIVE-ROW-FOUND     VALUE 'Y'.
           05 WS002-REASON-CD             PIC  X(2) VALUE SPACES.
           05 WS002-FULL-SSN-SW           PIC  X VALUE 'N'.
              88 WS002-SHOW-FULL-SSN         VALUE 'Y'.
           05 WS002-SSN-MASKED.
              10 FILLER                   PIC X(5) VALUE 'XXXXX'.
              10 WS002-SSN-LAST4          PIC X(4).
       COPY JSSSNACC.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *   SQL COMMUNICATION AREA                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
           MOVE LS-PCORMT-OVR-LAST-NAME TO WS002-OVR-LAST-NAME
           MOVE LS-PCORMT-OVR-FIRST-NAME TO WS002-OVR-FIRST-NAME
           MOVE LS-PCORMT-USER-ID TO WS002-USER-ID
           MOVE LS-PCORMT-REASON-CD TO WS002-REASON-CD
           MOVE "N" TO WS002-FULL-SSN-SW
           MOVE LS-PCORMT-EMPL-PARTY-ID TO
             EMPLOYEE-PARTY-ID OF DCLYDMSPCOR
           .
              SET LS-PCORMT-CRITERIA-MISSING TO TRUE
              GO TO 0500-EXIT
           END-IF
      *  A full-SSN request needs the signed-on user, a reason on
      *  record and the full-SSN role - anything less is refused
      *  rather than quietly shown masked.
           IF LS-PCORMT-FULL-SSN-REQUESTED
              IF WS002-USER-ID = SPACES OR WS002-REASON-CD = SPACES
                 SET LS-PCORMT-CRITERIA-MISSING TO TRUE
                 GO TO 0500-EXIT
              END-IF
              PERFORM 1200-CHECK-FULL-SSN-ROLE THRU 1200-EXIT
              IF NOT WS002-SHOW-FULL-SSN
                 SET LS-PCORMT-NOT-AUTHORIZED TO TRUE
                 GO TO 0500-EXIT
              END-IF
           END-IF
           PERFORM 1000-FIND-ACTIVE-OVERRIDE THRU 1000-EXIT
           EVALUATE WS002-FUNC-CD
           WHEN "I"
      *--------------------------------------------------------------*
       1100-RETURN-ACTIVE-ROW.
      *--------------------------------------------------------------*
      *  An override left at spaces has no SSN to show. Otherwise
      *  last four digits only, the same XXXXX mask the roster export
      *  uses, unless the full SSN was asked for and allowed.
           EVALUATE TRUE
           WHEN SOCIAL-SECURITY-NB OF DCLYDMSPCOR = SPACES
              MOVE SPACES TO LS-PCORMT-CUR-SSN
           WHEN WS002-SHOW-FULL-SSN
              MOVE SOCIAL-SECURITY-NB OF DCLYDMSPCOR TO
                LS-PCORMT-CUR-SSN
              PERFORM 1300-LOG-SSN-ACCESS THRU 1300-EXIT
           WHEN OTHER
              MOVE SOCIAL-SECURITY-NB OF DCLYDMSPCOR (6:4) TO
                WS002-SSN-LAST4
              MOVE WS002-SSN-MASKED TO LS-PCORMT-CUR-SSN
           END-EVALUATE
           MOVE LAST-NAME OF DCLYDMSPCOR TO LS-PCORMT-CUR-LAST-NAME
           MOVE FIRST-NAME OF DCLYDMSPCOR TO
             LS-PCORMT-CUR-FIRST-NAME
           .
       1100-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-CHECK-FULL-SSN-ROLE.
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
                 MOVE "1200-CHECK-FULL-SSN-ROLE" TO
                   LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           IF LS-SSNACC-ROLE-HELD
              SET WS002-SHOW-FULL-SSN TO TRUE
           END-IF
           .
       1200-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1300-LOG-SSN-ACCESS.
      *--------------------------------------------------------------*
      *  One YDMSSACL row through DNCB158A for the full SSN shown.
           INITIALIZE LS-SSNACC
           SET LS-SSNACC-FUNC-LOG-ACCESS TO TRUE
           SET LS-SSNACC-UNMASKED-VIEW TO TRUE
           MOVE WS002-USER-ID TO LS-SSNACC-USER-ID
           MOVE "DNCB145A" TO LS-SSNACC-SCREEN-ID
           MOVE EMPLOYEE-PARTY-ID OF DCLYDMSPCOR TO
             LS-SSNACC-EMPL-PARTY-ID
           MOVE WS002-REASON-CD TO LS-SSNACC-REASON-CD
           INITIALIZE LS-FLOW-EXEC-STATUS
           CALL WS-PGM-DNCB158A USING
                 LS-FLOW
                 LS-SSNACC
           IF LS-FLOW-EXEC-STATUS NOT = SPACES
              IF LS-FLOW-ERROR-PARA-NAME = SPACES
                 MOVE "1300-LOG-SSN-ACCESS" TO LS-FLOW-ERROR-PARA-NAME
              END-IF
              PERFORM 9990-ABORT THRU 9990-EXIT
           END-IF
           .
       1300-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ADD-OVERRIDE.
      *--------------------------------------------------------------*
