      *  inquiry action block. The caller fills the search criteria   *
      *  and function code; the action block returns one page of      *
      *  matching snapshot rows, screen-formatted, for the latest     *
      *  AS_OF_DTE (or the next earlier one when paging back). SSNs   *
      *  come back masked to the last four digits unless a user       *
      *  holding the full-SSN role asks for them in full.             *
      *****************************************************************
       01  LS-EMDINQ.
           05  LS-EMDINQ-INPUTS.
      *  by the action block on every successful page, handed back
      *  unchanged by the screen shell on a page-back request.
               10  LS-EMDINQ-CUR-AS-OF-DTE     PIC  9(8).
      *  The signed-on help-desk user - required for a search by SSN
      *  or a full-SSN request, both of which are logged to YDMSSACL.
               10  LS-EMDINQ-USER-ID            PIC  X(8).
      *  Y = show the SSNs on this page in full - honoured only for a
      *  user holding the full-SSN role, and only with a reason code.
               10  LS-EMDINQ-FULL-SSN-SW        PIC  X.
                   88  LS-EMDINQ-FULL-SSN-REQUESTED VALUE 'Y'.
               10  LS-EMDINQ-REASON-CD          PIC  X(2).
           05  LS-EMDINQ-OUTPUTS.
               10  LS-EMDINQ-RETURN-CD          PIC  X.
                   88  LS-EMDINQ-ROWS-RETURNED      VALUE '0'.
                   88  LS-EMDINQ-NO-ROWS-FOUND      VALUE '1'.
                   88  LS-EMDINQ-NO-EARLIER-PAGE    VALUE '2'.
                   88  LS-EMDINQ-CRITERIA-MISSING   VALUE '3'.
                   88  LS-EMDINQ-NOT-AUTHORIZED     VALUE '4'.
      *  The snapshot date the returned page belongs to, already
      *  screen-formatted for the heading line.
               10  LS-EMDINQ-SHOWN-AS-OF-DTE    PIC  X(10).
                       20  LS-EMDINQ-LAST-NAME      PIC  X(20).
                       20  LS-EMDINQ-FIRST-NAME     PIC  X(15).
                       20  LS-EMDINQ-MIDDLE-INITIAL PIC  X.
      *  XXXXXnnnn unless the full SSN was requested and allowed.
                       20  LS-EMDINQ-SOCIAL-SEC-NB  PIC  X(9).
                       20  LS-EMDINQ-EFF-DTE        PIC  X(10).
                       20  LS-EMDINQ-EXP-DTE        PIC  X(10).
