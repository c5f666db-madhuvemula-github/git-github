      *****************************************************************
      * DCLGEN TABLE(YDMSUROL)                                        *
      * DMS USER ROLE - ONE ROW PER SIGNED-ON USER AND ROLE GRANTED   *
      * BY SECURITY ADMINISTRATION. ROLE SSNFULL LETS A HELP-DESK     *
      * USER ASK DNCB135A/DNCB145A FOR A FULL SOCIAL_SECURITY_NB      *
      * INSTEAD OF THE LAST FOUR DIGITS. ONLY A STATUS A ROW GRANTS   *
      * THE ROLE; A REVOKED ROLE IS KEPT AS STATUS X WITH WHO         *
      * REVOKED IT, WHEN.                                             *
      *****************************************************************
           EXEC SQL DECLARE YDMSUROL TABLE
           ( USER_ID                        CHAR(8)      NOT NULL,
             ROLE_CD                        CHAR(8)      NOT NULL,
             STATUS_CD                      CHAR(1)      NOT NULL,
             ENTERED_UID                    CHAR(8)      NOT NULL,
             ENTERED_TMSP                   TIMESTAMP    NOT NULL,
             EXPIRED_UID                    CHAR(8),
             EXPIRED_TMSP                   TIMESTAMP
           ) END-EXEC.
       01  DCLYDMSUROL.
           10 USER-ID                       PIC  X(8).
           10 ROLE-CD                       PIC  X(8).
              88 UROL-ROLE-FULL-SSN            VALUE 'SSNFULL'.
           10 STATUS-CD                     PIC  X(1).
              88 UROL-STATUS-ACTIVE            VALUE 'A'.
              88 UROL-STATUS-EXPIRED           VALUE 'X'.
           10 ENTERED-UID                   PIC  X(8).
           10 ENTERED-TMSP                  PIC  X(26).
           10 EXPIRED-UID                   PIC  X(8).
           10 EXPIRED-TMSP                  PIC  X(26).
