      *****************************************************************
      * DCLGEN TABLE(YDMSDSUP)                                        *
      * DUPLICATE-PERSON SUPPRESSION - ONE ROW PER PAIR OF            *
      * EMPLOYEE_PARTY_IDS THE DATA STEWARDS HAVE CONFIRMED ARE TWO   *
      * DIFFERENT PEOPLE, LOW_PARTY_ID ALWAYS THE SMALLER OF THE TWO. *
      * WHILE STATUS_CD IS A THE DNCB172A DUPLICATE-PERSON REPORT     *
      * COUNTS THE PAIR AS SUPPRESSED INSTEAD OF LISTING IT; ONCE     *
      * RELEASED (R) THE PAIR IS LISTED AGAIN. ROWS ARE NEVER         *
      * DELETED - A RELEASED PAIR SUPPRESSED AGAIN IS REACTIVATED IN  *
      * PLACE. ENTERED/RELEASED COLUMNS ARE MAINTAINED BY DNCB173A.   *
      *****************************************************************
           EXEC SQL DECLARE YDMSDSUP TABLE
           ( LOW_PARTY_ID                   DECIMAL(15, 0) NOT NULL,
             HIGH_PARTY_ID                  DECIMAL(15, 0) NOT NULL,
             STEWARD_NOTE                   CHAR(40)     NOT NULL,
             STATUS_CD                      CHAR(1)      NOT NULL,
             ENTERED_UID                    CHAR(8)      NOT NULL,
             ENTERED_TMSP                   TIMESTAMP    NOT NULL,
             RELEASED_UID                   CHAR(8),
             RELEASED_TMSP                  TIMESTAMP
           ) END-EXEC.
       01  DCLYDMSDSUP.
           10 LOW-PARTY-ID                  PIC S9(15)V COMP-3.
           10 HIGH-PARTY-ID                 PIC S9(15)V COMP-3.
           10 STEWARD-NOTE                  PIC  X(40).
           10 STATUS-CD                     PIC  X(1).
              88 DSUP-STATUS-ACTIVE            VALUE 'A'.
              88 DSUP-STATUS-RELEASED          VALUE 'R'.
           10 ENTERED-UID                   PIC  X(8).
           10 ENTERED-TMSP                  PIC  X(26).
           10 RELEASED-UID                  PIC  X(8).
           10 RELEASED-TMSP                 PIC  X(26).
