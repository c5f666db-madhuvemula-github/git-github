           DISPLAY "  CUTOFF AS_OF_DTE ......: "
              LS-FLOW-PARM-PURGE-CUTOFF-DTE
           DISPLAY "  ARCHIVE ROWS DELETED ..: " LS-FLOW-CNT-DELETED
           DISPLAY "  ROWS ON LEGAL HOLD ....: " LS-FLOW-CNT-HOLD-SKIP
           .
       8410-EXIT.
           EXIT.
