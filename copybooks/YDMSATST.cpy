      *****************************************************************
      * DCLGEN TABLE(YDMSATST)                                        *
      * DISTRIBUTOR ROSTER ATTESTATION STATUS - ONE ROW PER           *
      * DISTRIBUTOR/ATTEST_DTE RECONCILED BY DNCB168A. SNAPSHOT_DTE   *
      * IS THE YDMSEMDN AS_OF_DTE NEAREST THE ATTESTATION DATE THAT   *
      * THE FILE WAS MATCHED AGAINST. STATUS_CD C = CLEAN, D = ONE OR *
      * MORE DISCREPANCIES (THE THREE LIST COUNTS). A RESUBMITTED     *
      * FILE FOR THE SAME ATTEST_DTE REPLACES ITS ROW. A DISTRIBUTOR  *
      * ON THE LATEST SNAPSHOT WITH NO ROW HERE HAS NEVER SENT A      *
      * FILE.                                                         *
      *****************************************************************
           EXEC SQL DECLARE YDMSATST TABLE
           ( DISTRIBUTOR_ID                 CHAR(8)      NOT NULL,
             ATTEST_DTE                     DATE         NOT NULL,
             SNAPSHOT_DTE                   DATE         NOT NULL,
             STATUS_CD                      CHAR(1)      NOT NULL,
             ATTEST_REC_CNT                 DECIMAL(9, 0) NOT NULL,
             THEIRS_ONLY_CNT                DECIMAL(9, 0) NOT NULL,
             OURS_ONLY_CNT                  DECIMAL(9, 0) NOT NULL,
             DIFFER_CNT                     DECIMAL(9, 0) NOT NULL,
             PROCESSED_TMSP                 TIMESTAMP    NOT NULL
           ) END-EXEC.
       01  DCLYDMSATST.
           10 DISTRIBUTOR-ID                PIC  X(8).
           10 ATTEST-DTE                    PIC  X(10).
           10 SNAPSHOT-DTE                  PIC  X(10).
           10 STATUS-CD                     PIC  X(1).
              88 ATST-STATUS-CLEAN             VALUE 'C'.
              88 ATST-STATUS-DISCREPANT        VALUE 'D'.
              88 ATST-STATUS-NEVER-SENT        VALUE 'N'.
           10 ATTEST-REC-CNT                PIC S9(9)V COMP-3.
           10 THEIRS-ONLY-CNT               PIC S9(9)V COMP-3.
           10 OURS-ONLY-CNT                 PIC S9(9)V COMP-3.
           10 DIFFER-CNT                    PIC S9(9)V COMP-3.
           10 PROCESSED-TMSP                PIC  X(26).
