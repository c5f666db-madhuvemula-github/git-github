      *  YDMSEMDN - a restore on top of live rows would either double
      *  the snapshot up or die row by row on the unique index, and
      *  neither is what the caller meant. Purge the date first if it
      *  really is to be replaced. Live rows the first-tier purge left
      *  behind under a YDMSLHLD legal hold were never archived, so
      *  only live rows that the archive also holds count against the
      *  restore - the held rows and the restored rows sit side by
      *  side as the one snapshot they were.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS002-ROWS-ON-YDMSEMDN
              FROM "YDMSEMDN" E
              WHERE E."AS_OF_DTE" = :WS002-RESTORE-AS-OF-DTE-X
                AND EXISTS
                    (SELECT 1
                     FROM "YDMSEMDA" A
                     WHERE A."AS_OF_DTE" = E."AS_OF_DTE"
                       AND A."DISTRIBUTOR_ID" = E."DISTRIBUTOR_ID"
                       AND A."EMPLOYEE_PARTY_ID" =
                           E."EMPLOYEE_PARTY_ID")
           END-EXEC
           PERFORM 9250-SAVE-DBMS-INFO THRU 9250-EXIT
           MOVE "YDMSEMDN" TO WS-DBMS-TABLE-NAME
                 "EXP_DTE",
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD"
              )
              SELECT
                 "DISTRIBUTOR_ID",
                 "EXP_DTE",
                 "LAST_UPD_TMSP",
                 "LAST_UPD_UID",
                 "AS_OF_DTE",
                 "DATE_EXCEPT_CD"
              FROM "YDMSEMDA"
              WHERE "AS_OF_DTE" = :WS002-RESTORE-AS-OF-DTE-X
           END-EXEC
