      *****************************************************************
      *  JSSSNACC - FULL-SSN ACCESS CONTROL REQUEST AREA              *
      *  Passed from an online action block that shows SSNs to the    *
      *  DNCB158A access-control module. The role check asks whether  *
      *  the signed-on user holds the full-SSN role on YDMSUROL; the  *
      *  log call writes one YDMSSACL row for an unmasked view or a   *
      *  search by full SSN.                                          *
      *****************************************************************
       01  LS-SSNACC.
           05  LS-SSNACC-INPUTS.
      *  C = check the user's full-SSN role,
      *  L = log one access to YDMSSACL.
               10  LS-SSNACC-FUNC-CD            PIC  X.
                   88  LS-SSNACC-FUNC-CHECK-ROLE    VALUE 'C'.
                   88  LS-SSNACC-FUNC-LOG-ACCESS    VALUE 'L'.
               10  LS-SSNACC-USER-ID            PIC  X(8).
      *  The action block the access was made through, e.g. DNCB135A.
               10  LS-SSNACC-SCREEN-ID          PIC  X(8).
      *  Zero on a full-SSN search that matched nobody.
               10  LS-SSNACC-EMPL-PARTY-ID      PIC  9(15).
      *  V = a full SSN was shown, S = a search was made by full SSN.
               10  LS-SSNACC-ACCESS-TYPE-CD     PIC  X.
                   88  LS-SSNACC-UNMASKED-VIEW      VALUE 'V'.
                   88  LS-SSNACC-FULL-SSN-SEARCH    VALUE 'S'.
      *  The business reason keyed on the screen with the request.
               10  LS-SSNACC-REASON-CD          PIC  X(2).
           05  LS-SSNACC-OUTPUTS.
      *  Set by the role check only.
               10  LS-SSNACC-ROLE-SW            PIC  X.
                   88  LS-SSNACC-ROLE-HELD          VALUE 'Y'.
                   88  LS-SSNACC-ROLE-NOT-HELD      VALUE 'N'.
