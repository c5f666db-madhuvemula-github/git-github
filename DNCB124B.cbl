              LS-FLOW-PARM-PURGE-CUTOFF-DTE
           DISPLAY "  ROWS ARCHIVED ........: " LS-FLOW-CNT-ARCHIVED
           DISPLAY "  ROWS DELETED .........: " LS-FLOW-CNT-DELETED
           DISPLAY "  ROWS ON LEGAL HOLD ...: " LS-FLOW-CNT-HOLD-SKIP
           .
       8410-EXIT.
           EXIT.
