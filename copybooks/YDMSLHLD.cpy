      *****************************************************************
      * DCLGEN TABLE(YDMSLHLD)                                        *
      * LEGAL HOLD - ONE ROW PER HOLD PLACED BY LEGAL. HOLD_TYPE_CD   *
      * D = EVERY ROW WITH AN AS_OF_DTE FROM FROM_AS_OF_DTE THROUGH   *
      * TO_AS_OF_DTE (EMPLOYEE_PARTY_ID 0); E = EVERY ROW FOR ONE     *
      * EMPLOYEE_PARTY_ID INSIDE THE SAME DATE RANGE, WHICH DEFAULTS  *
      * TO 0001-01-01 THROUGH 9999-12-31. WHILE STATUS_CD IS A THE    *
      * DNCB125A AND DNCB152A PURGES LEAVE COVERED ROWS IN PLACE;     *
      * ONCE RELEASED (R) THE NEXT PURGE TAKES THEM AS NORMAL. ROWS   *
      * ARE NEVER DELETED - ENTERED/RELEASED COLUMNS ARE THE AUDIT    *
      * OF WHO PLACED AND LIFTED EACH HOLD, THROUGH DNCB169A.         *
      *****************************************************************
           EXEC SQL DECLARE YDMSLHLD TABLE
           ( HOLD_ID                        DECIMAL(9, 0) NOT NULL,
             HOLD_TYPE_CD                   CHAR(1)      NOT NULL,
             EMPLOYEE_PARTY_ID              DECIMAL(15, 0) NOT NULL,
             FROM_AS_OF_DTE                 DATE         NOT NULL,
             TO_AS_OF_DTE                   DATE         NOT NULL,
             MATTER_REF                     CHAR(20)     NOT NULL,
             HOLD_REASON                    CHAR(40)     NOT NULL,
             STATUS_CD                      CHAR(1)      NOT NULL,
             ENTERED_UID                    CHAR(8)      NOT NULL,
             ENTERED_TMSP                   TIMESTAMP    NOT NULL,
             RELEASED_UID                   CHAR(8),
             RELEASED_TMSP                  TIMESTAMP
           ) END-EXEC.
       01  DCLYDMSLHLD.
           10 HOLD-ID                       PIC S9(9)V COMP-3.
           10 HOLD-TYPE-CD                  PIC  X(1).
              88 LHLD-TYPE-DATE-RANGE          VALUE 'D'.
              88 LHLD-TYPE-EMPLOYEE            VALUE 'E'.
           10 EMPLOYEE-PARTY-ID             PIC S9(15)V COMP-3.
           10 FROM-AS-OF-DTE                PIC  X(10).
           10 TO-AS-OF-DTE                  PIC  X(10).
           10 MATTER-REF                    PIC  X(20).
           10 HOLD-REASON                   PIC  X(40).
           10 STATUS-CD                     PIC  X(1).
              88 LHLD-STATUS-ACTIVE            VALUE 'A'.
              88 LHLD-STATUS-RELEASED          VALUE 'R'.
           10 ENTERED-UID                   PIC  X(8).
           10 ENTERED-TMSP                  PIC  X(26).
           10 RELEASED-UID                  PIC  X(8).
           10 RELEASED-TMSP                 PIC  X(26).
