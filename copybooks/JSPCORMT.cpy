      *  code, the employee party id, the override values and the     *
      *  signed-on user id; the action block returns the employee's   *
      *  active override (when one exists) with its audit fields,     *
      *  screen-ready. The override SSN comes back masked to the last *
      *  four digits unless a user holding the full-SSN role asks for *
      *  it in full.                                                  *
      *****************************************************************
       01  LS-PCORMT.
           05  LS-PCORMT-INPUTS.
               10  LS-PCORMT-OVR-FIRST-NAME    PIC  X(15).
      *  The signed-on help-desk user, written to the audit columns.
               10  LS-PCORMT-USER-ID            PIC  X(8).
      *  Y = show the override SSN in full - honoured only for a user
      *  holding the full-SSN role, and only with a reason code; the
      *  view is logged to YDMSSACL.
               10  LS-PCORMT-FULL-SSN-SW        PIC  X.
                   88  LS-PCORMT-FULL-SSN-REQUESTED VALUE 'Y'.
               10  LS-PCORMT-REASON-CD          PIC  X(2).
           05  LS-PCORMT-OUTPUTS.
               10  LS-PCORMT-RETURN-CD          PIC  X.
                   88  LS-PCORMT-OK                 VALUE '0'.
                   88  LS-PCORMT-NO-ACTIVE-OVR      VALUE '1'.
                   88  LS-PCORMT-ALREADY-ACTIVE     VALUE '2'.
                   88  LS-PCORMT-CRITERIA-MISSING   VALUE '3'.
                   88  LS-PCORMT-NOT-AUTHORIZED     VALUE '4'.
      *  The employee's active override as it now stands - after an
      *  add or an inquiry this is the active row, after an expire
      *  it is the row just expired.
      *  XXXXXnnnn unless the full SSN was requested and allowed.
               10  LS-PCORMT-CUR-SSN            PIC  X(9).
               10  LS-PCORMT-CUR-LAST-NAME     PIC  X(20).
               10  LS-PCORMT-CUR-FIRST-NAME    PIC  X(15).
