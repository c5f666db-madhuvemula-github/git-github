      *****************************************************************
      * DCLGEN TABLE(YDMSPLDG)                                        *
      * PAYROLL TRANSMISSION LEDGER - ONE ROW PER PAYEXT-RECORD SENT  *
      * BY DNCB127A, KEYED BY THE YDMSPCYC CYCLE_NB OF THE FULL       *
      * EXTRACT THAT SENT IT. STATUS_CD S = SENT, NO RETURN YET;      *
      * A = ACCEPTED ON THE RETURN FILE; R = REJECTED (REASON IN      *
      * REJECT_REASON_CD, FIRST_REJECT_DTE SET ON THE FIRST REJECT    *
      * ONLY, SO AGING RUNS FROM THE ORIGINAL REJECT); C = RESENT BY  *
      * DNCB144A UNDER RESEND_CYCLE_NB, AWAITING THAT CYCLE'S RETURN. *
      * DNCB132A MATCHES A RETURN CYCLE TO EITHER CYCLE_NB OR         *
      * RESEND_CYCLE_NB - PAYROLL ECHOES THE OUTBOUND CYCLE NUMBER ON *
      * THE RETURN HEADER. LISTED WEEKLY BY DNCB161B.                 *
      *****************************************************************
           EXEC SQL DECLARE YDMSPLDG TABLE
           ( CYCLE_NB                       DECIMAL(9, 0) NOT NULL,
             DISTRIBUTOR_ID                 CHAR(8)      NOT NULL,
             EMPLOYEE_PARTY_ID              DECIMAL(15, 0) NOT NULL,
             AS_OF_DTE                      DATE         NOT NULL,
             SENT_TMSP                      TIMESTAMP    NOT NULL,
             STATUS_CD                      CHAR(1)      NOT NULL,
             STATUS_TMSP                    TIMESTAMP    NOT NULL,
             REJECT_REASON_CD               CHAR(3)      NOT NULL,
             FIRST_REJECT_DTE               DATE,
             RESEND_CYCLE_NB                DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
       01  DCLYDMSPLDG.
           10 CYCLE-NB                      PIC S9(9)V COMP-3.
           10 DISTRIBUTOR-ID                PIC  X(8).
           10 EMPLOYEE-PARTY-ID             PIC S9(15)V COMP-3.
           10 AS-OF-DTE                     PIC  X(10).
           10 SENT-TMSP                     PIC  X(26).
           10 STATUS-CD                     PIC  X(1).
              88 PLDG-STATUS-SENT              VALUE 'S'.
              88 PLDG-STATUS-ACCEPTED          VALUE 'A'.
              88 PLDG-STATUS-REJECTED          VALUE 'R'.
              88 PLDG-STATUS-RESENT            VALUE 'C'.
           10 STATUS-TMSP                   PIC  X(26).
           10 REJECT-REASON-CD              PIC  X(3).
           10 FIRST-REJECT-DTE              PIC  X(10).
           10 RESEND-CYCLE-NB               PIC S9(9)V COMP-3.
