      *****************************************************************
      * DCLGEN TABLE(YDMSEXPN)                                        *
      * ASSIGNMENT-EXPIRY NOTICE HISTORY - ONE ROW PER DISTRIBUTOR/   *
      * EMPLOYEE/EXP_DTE THAT HAS APPEARED ON A DNCB166A EXPIRY       *
      * NOTICE. FIRST_NOTICE_DTE AND LAST_NOTICE_DTE ARE THE          *
      * AS_OF_DTE OF THE FIRST AND LATEST RUNS THAT LISTED IT; A ROW  *
      * FIRST NOTICED ON AN EARLIER SNAPSHOT IS A REPEAT WARNING. AN  *
      * EXP_DTE THAT IS EXTENDED COMES BACK UNDER A NEW KEY, SO IT    *
      * STARTS AFRESH. ROWS ARE DELETED ONCE THEIR EXP_DTE HAS       *
      * PASSED.                                                       *
      *****************************************************************
           EXEC SQL DECLARE YDMSEXPN TABLE
           ( DISTRIBUTOR_ID                 CHAR(8)      NOT NULL,
             EMPLOYEE_PARTY_ID              DECIMAL(15, 0) NOT NULL,
             EXP_DTE                        DATE         NOT NULL,
             FIRST_NOTICE_DTE               DATE         NOT NULL,
             LAST_NOTICE_DTE                DATE         NOT NULL,
             NOTICE_CNT                     DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
       01  DCLYDMSEXPN.
           10 DISTRIBUTOR-ID                PIC  X(8).
           10 EMPLOYEE-PARTY-ID             PIC S9(15)V COMP-3.
           10 EXP-DTE                       PIC  X(10).
           10 FIRST-NOTICE-DTE              PIC  X(10).
           10 LAST-NOTICE-DTE               PIC  X(10).
           10 NOTICE-CNT                    PIC S9(5)V COMP-3.
