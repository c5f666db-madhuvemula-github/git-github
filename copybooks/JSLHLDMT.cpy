      *****************************************************************
      *  JSLHLDMT - LEGAL-HOLD MAINTENANCE VIEW                       *
      *  Passed between the online screen shell and the DNCB169A      *
      *  maintenance action block. The caller fills the function      *
      *  code, the hold id or the new hold's criteria, and the        *
      *  signed-on user id; the action block returns the hold as it   *
      *  now stands with its audit fields, screen-ready.              *
      *****************************************************************
       01  LS-LHLDMT.
           05  LS-LHLDMT-INPUTS.
      *  I = show one hold by hold id,
      *  A = place a new hold (refused while an identical one is
      *      active), the new hold id is returned,
      *  R = release an active hold.
               10  LS-LHLDMT-FUNC-CD            PIC  X.
                   88  LS-LHLDMT-FUNC-INQUIRE       VALUE 'I'.
                   88  LS-LHLDMT-FUNC-ADD           VALUE 'A'.
                   88  LS-LHLDMT-FUNC-RELEASE       VALUE 'R'.
      *  The hold to show or release - not used on an add.
               10  LS-LHLDMT-HOLD-ID            PIC  9(9).
      *  Criteria for an add. D = a range of AS_OF_DTEs for every
      *  employee - both dates required, no employee. E = one
      *  EMPLOYEE_PARTY_ID - the dates are optional and narrow the
      *  hold to a range; left at zero the hold covers every date.
               10  LS-LHLDMT-HOLD-TYPE-CD       PIC  X.
                   88  LS-LHLDMT-TYPE-DATE-RANGE    VALUE 'D'.
                   88  LS-LHLDMT-TYPE-EMPLOYEE      VALUE 'E'.
               10  LS-LHLDMT-EMPL-PARTY-ID      PIC  9(15).
      *  YYYYMMDD.
               10  LS-LHLDMT-FROM-AS-OF-DTE     PIC  9(8).
               10  LS-LHLDMT-TO-AS-OF-DTE       PIC  9(8).
      *  Legal's matter or case reference and the reason for the
      *  hold - both required, both printed against every row a
      *  purge leaves behind.
               10  LS-LHLDMT-MATTER-REF         PIC  X(20).
               10  LS-LHLDMT-HOLD-REASON        PIC  X(40).
      *  The signed-on user, written to the audit columns.
               10  LS-LHLDMT-USER-ID            PIC  X(8).
           05  LS-LHLDMT-OUTPUTS.
               10  LS-LHLDMT-RETURN-CD          PIC  X.
                   88  LS-LHLDMT-OK                 VALUE '0'.
                   88  LS-LHLDMT-HOLD-NOT-FOUND     VALUE '1'.
                   88  LS-LHLDMT-ALREADY-ACTIVE     VALUE '2'.
                   88  LS-LHLDMT-CRITERIA-MISSING   VALUE '3'.
                   88  LS-LHLDMT-ALREADY-RELEASED   VALUE '4'.
                   88  LS-LHLDMT-INVALID-DATE       VALUE '5'.
      *  The hold as it now stands - after an add the new hold (or,
      *  when refused, the identical active one), after a release
      *  the hold just released. Dates are YYYY-MM-DD.
               10  LS-LHLDMT-CUR-HOLD-ID        PIC  9(9).
               10  LS-LHLDMT-CUR-HOLD-TYPE-CD   PIC  X.
               10  LS-LHLDMT-CUR-EMPL-PARTY-ID  PIC  9(15).
               10  LS-LHLDMT-CUR-FROM-AS-OF-DTE PIC  X(10).
               10  LS-LHLDMT-CUR-TO-AS-OF-DTE   PIC  X(10).
               10  LS-LHLDMT-CUR-MATTER-REF     PIC  X(20).
               10  LS-LHLDMT-CUR-HOLD-REASON    PIC  X(40).
               10  LS-LHLDMT-CUR-STATUS-CD      PIC  X.
               10  LS-LHLDMT-CUR-ENTERED-UID    PIC  X(8).
               10  LS-LHLDMT-CUR-ENTERED-TMSP   PIC  X(26).
               10  LS-LHLDMT-CUR-RELEASED-UID   PIC  X(8).
               10  LS-LHLDMT-CUR-RELEASED-TMSP  PIC  X(26).
