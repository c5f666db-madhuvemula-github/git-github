      * DCLGEN TABLE(YDMSEMDN)                                        *
      * DENORMALIZED DISTRIBUTOR/EMPLOYEE SNAPSHOT - ONE ROW PER       *
      * DISTRIBUTOR/OUTLET/EMPLOYEE COMBINATION PER AS_OF_DTE          *
      * DATE_EXCEPT_CD (NOT NULL WITH DEFAULT) IS BLANK ON A CLEAN     *
      * ROW, OR THE DNCB123A DATE EDIT A ROW LOADED FLAGGED FAILED     *
      * THE ARCHIVE TABLE YDMSEMDA CARRIES EVERY COLUMN HERE, THE      *
      * FLAG INCLUDED, PLUS ARCHIVED_DTE - DNCB125A ARCHIVES AND       *
      * DNCB134A RESTORES THEM COLUMN FOR COLUMN                       *
      *****************************************************************
           EXEC SQL DECLARE YDMSEMDN TABLE
           ( DISTRIBUTOR_ID                 CHAR(8)      NOT NULL,
             EXP_DTE                        DATE         NOT NULL,
             LAST_UPD_TMSP                  TIMESTAMP    NOT NULL,
             LAST_UPD_UID                   CHAR(8)      NOT NULL,
             AS_OF_DTE                      DATE         NOT NULL,
             DATE_EXCEPT_CD                 CHAR(1)      NOT NULL
           ) END-EXEC.
       01  DCLYDMSEMDN.
           10 DISTRIBUTOR-ID                PIC  X(8).
           10 LAST-UPD-TMSP                  PIC  X(26).
           10 LAST-UPD-UID                   PIC  X(8).
           10 AS-OF-DTE                      PIC  X(10).
           10 DATE-EXCEPT-CD                 PIC  X(1).
