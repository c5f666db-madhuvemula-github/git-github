                   88  LS-FLOW-EXPORT-ON            VALUE 'Y'.
                   88  LS-FLOW-EXPORT-OFF           VALUE 'N'.
               10  LS-FLOW-PARM-EXPORT-DIST-ID  PIC X(8).
               10  LS-FLOW-PARM-DATE-HOLD-SW    PIC X.
                   88  LS-FLOW-DATE-HOLD-ON         VALUE 'Y'.
                   88  LS-FLOW-DATE-HOLD-OFF        VALUE 'N'.
               10  LS-FLOW-PARM-ACCESS-USER-ID  PIC X(8).
               10  LS-FLOW-PARM-EXPIRY-DAYS     PIC 9(3).
               10  LS-FLOW-PARM-ATTEST-SW       PIC X.
                   88  LS-FLOW-ATTEST-RECONCILE     VALUE 'R'.
                   88  LS-FLOW-ATTEST-STATUS-ONLY   VALUE 'S'.
               10  LS-FLOW-PARM-ATTEST-DIST-ID  PIC X(8).
               10  LS-FLOW-PARM-ATTEST-DTE      PIC 9(8).
               10  LS-FLOW-PARM-DUP-MIN-SCORE   PIC 9.
               10  LS-FLOW-PARM-BACKOUT-AS-OF-DTE PIC 9(8).
               10  LS-FLOW-PARM-BACKOUT-FUNC-SW PIC X.
                   88  LS-FLOW-BACKOUT-REMOVE       VALUE 'B'.
                   88  LS-FLOW-BACKOUT-REINSTATE    VALUE 'R'.
               10  LS-FLOW-PARM-PAYROLL-OVR-SW  PIC X.
                   88  LS-FLOW-PAYROLL-OVERRIDE-ON  VALUE 'Y'.
                   88  LS-FLOW-PAYROLL-OVERRIDE-OFF VALUE 'N'.
      *****************************************************************
      *  LS-FLOW-COUNTS - Run statistics handed back up from a worker *
      *  module to its driver for end-of-job reporting.               *
               10  LS-FLOW-CNT-CONCURRENT         PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-REHIRED            PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-SSN-CHANGED        PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-DATE-EXCEPT        PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-DATE-HELD          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-SSN-ACCESS         PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-PAY-UNACKED        PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-PAY-OPEN-REJ       PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-TURN-DIST          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-EXPIRY-WARN        PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-EXPIRY-REPEAT      PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ATT-THEIRS         PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ATT-OURS           PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ATT-DIFFER         PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ATT-NEVER          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-HOLD-SKIP          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-DUP-PAIRS          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-DUP-SUPPRESSED     PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ELIG-HIRE          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ELIG-TERM          PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ELIG-DEMOG         PIC  9(9) COMP-3.
               10  LS-FLOW-CNT-ELIG-XFER          PIC  9(9) COMP-3.
