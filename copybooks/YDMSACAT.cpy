      * WHEN THE ARCHIVED ROWS PASS LEGAL RETENTION AND ARE DELETED.  *
      * WHAT THE ARCHIVE HOLDS, AND WHAT IT ONCE HELD, IS ANSWERED    *
      * FROM HERE INSTEAD OF AD HOC SQL AGAINST YDMSEMDA.             *
      * HELD_CD/HELD_ROW_CNT (NOT NULL WITH DEFAULT) ARE KEPT CURRENT *
      * BY DNCB170A FOR EVERY ENTRY NOT RESTORED: F = EVERY ROW STILL *
      * KEPT FOR THE DATE IS UNDER AN ACTIVE YDMSLHLD LEGAL HOLD,     *
      * P = SOME ARE, BLANK = NONE. HELD_ROW_CNT IS HOW MANY.         *
      *****************************************************************
           EXEC SQL DECLARE YDMSACAT TABLE
           ( AS_OF_DTE                      DATE         NOT NULL,
             RESTORED_SW                    CHAR(1)      NOT NULL,
             RESTORED_TMSP                  TIMESTAMP,
             PURGED_SW                      CHAR(1)      NOT NULL,
             PURGED_TMSP                    TIMESTAMP,
             HELD_CD                        CHAR(1)      NOT NULL,
             HELD_ROW_CNT                   DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
       01  DCLYDMSACAT.
           10 AS-OF-DTE                     PIC  X(10).
              88 ACAT-PURGED                   VALUE 'Y'.
              88 ACAT-NOT-PURGED               VALUE 'N'.
           10 PURGED-TMSP                   PIC  X(26).
           10 HELD-CD                       PIC  X(1).
              88 ACAT-FULLY-HELD               VALUE 'F'.
              88 ACAT-PARTLY-HELD              VALUE 'P'.
              88 ACAT-NOT-HELD                 VALUE ' '.
           10 HELD-ROW-CNT                  PIC S9(9)V COMP-3.
