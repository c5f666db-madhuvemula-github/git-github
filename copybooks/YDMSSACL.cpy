      *****************************************************************
      * DCLGEN TABLE(YDMSSACL)                                        *
      * FULL-SSN ACCESS LOG - ONE ROW FOR EVERY UNMASKED SSN SHOWN    *
      * ON AN ONLINE SCREEN (ACCESS_TYPE_CD V) AND EVERY SEARCH MADE  *
      * BY FULL SSN (ACCESS_TYPE_CD S), WRITTEN BY DNCB158A.          *
      * EMPLOYEE_PARTY_ID IS ZERO FOR A SEARCH THAT MATCHED NOBODY.   *
      * INSERT-ONLY - ROWS ARE NEVER UPDATED OR DELETED BY DMS;       *
      * LISTED BY USER AND DATE RANGE THROUGH DNCB159B.               *
      *****************************************************************
           EXEC SQL DECLARE YDMSSACL TABLE
           ( USER_ID                        CHAR(8)      NOT NULL,
             ACCESS_TMSP                    TIMESTAMP    NOT NULL,
             EMPLOYEE_PARTY_ID              DECIMAL(15, 0) NOT NULL,
             SCREEN_ID                      CHAR(8)      NOT NULL,
             ACCESS_TYPE_CD                 CHAR(1)      NOT NULL,
             REASON_CD                      CHAR(2)      NOT NULL
           ) END-EXEC.
       01  DCLYDMSSACL.
           10 USER-ID                       PIC  X(8).
           10 ACCESS-TMSP                   PIC  X(26).
           10 EMPLOYEE-PARTY-ID             PIC S9(15)V COMP-3.
           10 SCREEN-ID                     PIC  X(8).
           10 ACCESS-TYPE-CD                PIC  X(1).
              88 SACL-UNMASKED-VIEW            VALUE 'V'.
              88 SACL-FULL-SSN-SEARCH          VALUE 'S'.
           10 REASON-CD                     PIC  X(2).
