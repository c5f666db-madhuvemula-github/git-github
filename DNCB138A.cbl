                 "CNT_CONCURRENT",
                 "CNT_REHIRED",
                 "CNT_SSN_CHANGED",
                 "CNT_DATE_EXCEPT",
                 "CNT_DATE_HELD",
                 "CNT_SSN_ACCESS",
                 "CNT_PAY_UNACKED",
                 "CNT_PAY_OPEN_REJ",
                 "CNT_TURN_DIST",
                 "CNT_EXPIRY_WARN",
                 "CNT_EXPIRY_REPEAT",
                 "CNT_ATT_THEIRS",
                 "CNT_ATT_OURS",
                 "CNT_ATT_DIFFER",
                 "CNT_ATT_NEVER",
                 "CNT_HOLD_SKIP",
                 "CNT_DUP_PAIRS",
                 "CNT_DUP_SUPPRESSED",
                 "CNT_ELIG_HIRE",
                 "CNT_ELIG_TERM",
                 "CNT_ELIG_DEMOG",
                 "CNT_ELIG_XFER",
                 "RUN_DTE_SOURCE"
              ) VALUES (
                 :DCLYDMSRAUD.RUN-PGM-ID,
                 :DCLYDMSRAUD.CNT-CONCURRENT,
                 :DCLYDMSRAUD.CNT-REHIRED,
                 :DCLYDMSRAUD.CNT-SSN-CHANGED,
                 :DCLYDMSRAUD.CNT-DATE-EXCEPT,
                 :DCLYDMSRAUD.CNT-DATE-HELD,
                 :DCLYDMSRAUD.CNT-SSN-ACCESS,
                 :DCLYDMSRAUD.CNT-PAY-UNACKED,
                 :DCLYDMSRAUD.CNT-PAY-OPEN-REJ,
                 :DCLYDMSRAUD.CNT-TURN-DIST,
                 :DCLYDMSRAUD.CNT-EXPIRY-WARN,
                 :DCLYDMSRAUD.CNT-EXPIRY-REPEAT,
                 :DCLYDMSRAUD.CNT-ATT-THEIRS,
                 :DCLYDMSRAUD.CNT-ATT-OURS,
                 :DCLYDMSRAUD.CNT-ATT-DIFFER,
                 :DCLYDMSRAUD.CNT-ATT-NEVER,
                 :DCLYDMSRAUD.CNT-HOLD-SKIP,
                 :DCLYDMSRAUD.CNT-DUP-PAIRS,
                 :DCLYDMSRAUD.CNT-DUP-SUPPRESSED,
                 :DCLYDMSRAUD.CNT-ELIG-HIRE,
                 :DCLYDMSRAUD.CNT-ELIG-TERM,
                 :DCLYDMSRAUD.CNT-ELIG-DEMOG,
                 :DCLYDMSRAUD.CNT-ELIG-XFER,
                 :DCLYDMSRAUD.RUN-DTE-SOURCE
              )
           END-EXEC
                  "CNT_CONCURRENT"     = :DCLYDMSRAUD.CNT-CONCURRENT,
                  "CNT_REHIRED"        = :DCLYDMSRAUD.CNT-REHIRED,
                  "CNT_SSN_CHANGED"    = :DCLYDMSRAUD.CNT-SSN-CHANGED,
                  "CNT_DATE_EXCEPT"    = :DCLYDMSRAUD.CNT-DATE-EXCEPT,
                  "CNT_DATE_HELD"      = :DCLYDMSRAUD.CNT-DATE-HELD,
                  "CNT_SSN_ACCESS"     = :DCLYDMSRAUD.CNT-SSN-ACCESS,
                  "CNT_PAY_UNACKED"    = :DCLYDMSRAUD.CNT-PAY-UNACKED,
                  "CNT_PAY_OPEN_REJ"   = :DCLYDMSRAUD.CNT-PAY-OPEN-REJ,
                  "CNT_TURN_DIST"      = :DCLYDMSRAUD.CNT-TURN-DIST,
                  "CNT_EXPIRY_WARN"    = :DCLYDMSRAUD.CNT-EXPIRY-WARN,
                  "CNT_EXPIRY_REPEAT"  = :DCLYDMSRAUD.CNT-EXPIRY-REPEAT,
                  "CNT_ATT_THEIRS"     = :DCLYDMSRAUD.CNT-ATT-THEIRS,
                  "CNT_ATT_OURS"       = :DCLYDMSRAUD.CNT-ATT-OURS,
                  "CNT_ATT_DIFFER"     = :DCLYDMSRAUD.CNT-ATT-DIFFER,
                  "CNT_ATT_NEVER"      = :DCLYDMSRAUD.CNT-ATT-NEVER,
                  "CNT_HOLD_SKIP"      = :DCLYDMSRAUD.CNT-HOLD-SKIP,
                  "CNT_DUP_PAIRS"      = :DCLYDMSRAUD.CNT-DUP-PAIRS,
                  "CNT_DUP_SUPPRESSED" =
                     :DCLYDMSRAUD.CNT-DUP-SUPPRESSED,
                  "CNT_ELIG_HIRE"      = :DCLYDMSRAUD.CNT-ELIG-HIRE,
                  "CNT_ELIG_TERM"      = :DCLYDMSRAUD.CNT-ELIG-TERM,
                  "CNT_ELIG_DEMOG"     = :DCLYDMSRAUD.CNT-ELIG-DEMOG,
                  "CNT_ELIG_XFER"      = :DCLYDMSRAUD.CNT-ELIG-XFER,
                  "RUN_DTE_SOURCE"     = :DCLYDMSRAUD.RUN-DTE-SOURCE
              WHERE "RUN_PGM_ID" = :DCLYDMSRAUD.RUN-PGM-ID
                AND "START_TMSP" = :DCLYDMSRAUD.START-TMSP
                 "CNT_CONCURRENT",
                 "CNT_REHIRED",
                 "CNT_SSN_CHANGED",
                 "CNT_DATE_EXCEPT",
                 "CNT_DATE_HELD",
                 "CNT_SSN_ACCESS",
                 "CNT_PAY_UNACKED",
                 "CNT_PAY_OPEN_REJ",
                 "CNT_TURN_DIST",
                 "CNT_EXPIRY_WARN",
                 "CNT_EXPIRY_REPEAT",
                 "CNT_ATT_THEIRS",
                 "CNT_ATT_OURS",
                 "CNT_ATT_DIFFER",
                 "CNT_ATT_NEVER",
                 "CNT_HOLD_SKIP",
                 "CNT_DUP_PAIRS",
                 "CNT_DUP_SUPPRESSED",
                 "CNT_ELIG_HIRE",
                 "CNT_ELIG_TERM",
                 "CNT_ELIG_DEMOG",
                 "CNT_ELIG_XFER",
                 "RUN_DTE_SOURCE"
              ) VALUES (
                 :DCLYDMSRAUD.RUN-PGM-ID,
                 :DCLYDMSRAUD.CNT-CONCURRENT,
                 :DCLYDMSRAUD.CNT-REHIRED,
                 :DCLYDMSRAUD.CNT-SSN-CHANGED,
                 :DCLYDMSRAUD.CNT-DATE-EXCEPT,
                 :DCLYDMSRAUD.CNT-DATE-HELD,
                 :DCLYDMSRAUD.CNT-SSN-ACCESS,
                 :DCLYDMSRAUD.CNT-PAY-UNACKED,
                 :DCLYDMSRAUD.CNT-PAY-OPEN-REJ,
                 :DCLYDMSRAUD.CNT-TURN-DIST,
                 :DCLYDMSRAUD.CNT-EXPIRY-WARN,
                 :DCLYDMSRAUD.CNT-EXPIRY-REPEAT,
                 :DCLYDMSRAUD.CNT-ATT-THEIRS,
                 :DCLYDMSRAUD.CNT-ATT-OURS,
                 :DCLYDMSRAUD.CNT-ATT-DIFFER,
                 :DCLYDMSRAUD.CNT-ATT-NEVER,
                 :DCLYDMSRAUD.CNT-HOLD-SKIP,
                 :DCLYDMSRAUD.CNT-DUP-PAIRS,
                 :DCLYDMSRAUD.CNT-DUP-SUPPRESSED,
                 :DCLYDMSRAUD.CNT-ELIG-HIRE,
                 :DCLYDMSRAUD.CNT-ELIG-TERM,
                 :DCLYDMSRAUD.CNT-ELIG-DEMOG,
                 :DCLYDMSRAUD.CNT-ELIG-XFER,
                 :DCLYDMSRAUD.RUN-DTE-SOURCE
              )
           END-EXEC
           MOVE LS-FLOW-CNT-REHIRED TO CNT-REHIRED OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-SSN-CHANGED TO
             CNT-SSN-CHANGED OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-DATE-EXCEPT TO
             CNT-DATE-EXCEPT OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-DATE-HELD TO CNT-DATE-HELD OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-SSN-ACCESS TO CNT-SSN-ACCESS OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-PAY-UNACKED TO
             CNT-PAY-UNACKED OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-PAY-OPEN-REJ TO
             CNT-PAY-OPEN-REJ OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-TURN-DIST TO CNT-TURN-DIST OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-EXPIRY-WARN TO
             CNT-EXPIRY-WARN OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-EXPIRY-REPEAT TO
             CNT-EXPIRY-REPEAT OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ATT-THEIRS TO CNT-ATT-THEIRS OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ATT-OURS TO CNT-ATT-OURS OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ATT-DIFFER TO CNT-ATT-DIFFER OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ATT-NEVER TO CNT-ATT-NEVER OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-HOLD-SKIP TO CNT-HOLD-SKIP OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-DUP-PAIRS TO CNT-DUP-PAIRS OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-DUP-SUPPRESSED TO
             CNT-DUP-SUPPRESSED OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ELIG-HIRE TO CNT-ELIG-HIRE OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ELIG-TERM TO CNT-ELIG-TERM OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ELIG-DEMOG TO CNT-ELIG-DEMOG OF DCLYDMSRAUD
           MOVE LS-FLOW-CNT-ELIG-XFER TO CNT-ELIG-XFER OF DCLYDMSRAUD
           .
       3000-EXIT.
           EXIT.
