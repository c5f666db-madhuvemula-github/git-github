             CNT_CONCURRENT                 DECIMAL(9, 0) NOT NULL,
             CNT_REHIRED                    DECIMAL(9, 0) NOT NULL,
             CNT_SSN_CHANGED                DECIMAL(9, 0) NOT NULL,
             CNT_DATE_EXCEPT                DECIMAL(9, 0) NOT NULL,
             CNT_DATE_HELD                  DECIMAL(9, 0) NOT NULL,
             CNT_SSN_ACCESS                 DECIMAL(9, 0) NOT NULL,
             CNT_PAY_UNACKED                DECIMAL(9, 0) NOT NULL,
             CNT_PAY_OPEN_REJ               DECIMAL(9, 0) NOT NULL,
             CNT_TURN_DIST                  DECIMAL(9, 0) NOT NULL,
             CNT_EXPIRY_WARN                DECIMAL(9, 0) NOT NULL,
             CNT_EXPIRY_REPEAT              DECIMAL(9, 0) NOT NULL,
             CNT_ATT_THEIRS                 DECIMAL(9, 0) NOT NULL,
             CNT_ATT_OURS                   DECIMAL(9, 0) NOT NULL,
             CNT_ATT_DIFFER                 DECIMAL(9, 0) NOT NULL,
             CNT_ATT_NEVER                  DECIMAL(9, 0) NOT NULL,
             CNT_HOLD_SKIP                  DECIMAL(9, 0) NOT NULL,
             CNT_DUP_PAIRS                  DECIMAL(9, 0) NOT NULL,
             CNT_DUP_SUPPRESSED             DECIMAL(9, 0) NOT NULL,
             CNT_ELIG_HIRE                  DECIMAL(9, 0) NOT NULL,
             CNT_ELIG_TERM                  DECIMAL(9, 0) NOT NULL,
             CNT_ELIG_DEMOG                 DECIMAL(9, 0) NOT NULL,
             CNT_ELIG_XFER                  DECIMAL(9, 0) NOT NULL,
             RUN_DTE_SOURCE                 CHAR(8)      NOT NULL
           ) END-EXEC.
       01  DCLYDMSRAUD.
           10 CNT-CONCURRENT                PIC S9(9)V COMP-3.
           10 CNT-REHIRED                   PIC S9(9)V COMP-3.
           10 CNT-SSN-CHANGED               PIC S9(9)V COMP-3.
           10 CNT-DATE-EXCEPT               PIC S9(9)V COMP-3.
           10 CNT-DATE-HELD                 PIC S9(9)V COMP-3.
           10 CNT-SSN-ACCESS                PIC S9(9)V COMP-3.
           10 CNT-PAY-UNACKED               PIC S9(9)V COMP-3.
           10 CNT-PAY-OPEN-REJ              PIC S9(9)V COMP-3.
           10 CNT-TURN-DIST                 PIC S9(9)V COMP-3.
           10 CNT-EXPIRY-WARN               PIC S9(9)V COMP-3.
           10 CNT-EXPIRY-REPEAT             PIC S9(9)V COMP-3.
           10 CNT-ATT-THEIRS                PIC S9(9)V COMP-3.
           10 CNT-ATT-OURS                  PIC S9(9)V COMP-3.
           10 CNT-ATT-DIFFER                PIC S9(9)V COMP-3.
           10 CNT-ATT-NEVER                 PIC S9(9)V COMP-3.
           10 CNT-HOLD-SKIP                 PIC S9(9)V COMP-3.
           10 CNT-DUP-PAIRS                 PIC S9(9)V COMP-3.
           10 CNT-DUP-SUPPRESSED            PIC S9(9)V COMP-3.
           10 CNT-ELIG-HIRE                 PIC S9(9)V COMP-3.
           10 CNT-ELIG-TERM                 PIC S9(9)V COMP-3.
           10 CNT-ELIG-DEMOG                PIC S9(9)V COMP-3.
           10 CNT-ELIG-XFER                 PIC S9(9)V COMP-3.
           10 RUN-DTE-SOURCE                PIC  X(8).
