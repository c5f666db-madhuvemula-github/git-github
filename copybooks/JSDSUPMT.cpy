      *****************************************************************
      *  JSDSUPMT - DUPLICATE-PERSON SUPPRESSION MAINTENANCE VIEW     *
      *  Passed between the online screen shell and the DNCB173A      *
      *  maintenance action block. The caller fills the function      *
      *  code, the two EMPLOYEE_PARTY_IDs of the pair (in either      *
      *  order), the steward's note and the signed-on user id; the    *
      *  action block returns the pair as it now stands with its      *
      *  audit fields, screen-ready.                                  *
      *****************************************************************
       01  LS-DSUPMT.
           05  LS-DSUPMT-INPUTS.
      *  I = show the suppression held for the pair,
      *  A = suppress the pair - the stewards have confirmed the two
      *      party ids are different people (refused while already
      *      suppressed),
      *  R = release the suppression so the pair is reported again.
               10  LS-DSUPMT-FUNC-CD            PIC  X.
                   88  LS-DSUPMT-FUNC-INQUIRE       VALUE 'I'.
                   88  LS-DSUPMT-FUNC-ADD           VALUE 'A'.
                   88  LS-DSUPMT-FUNC-RELEASE       VALUE 'R'.
               10  LS-DSUPMT-PARTY-ID-1         PIC  9(15).
               10  LS-DSUPMT-PARTY-ID-2         PIC  9(15).
      *  Why the two are known to be different people - required on
      *  an add.
               10  LS-DSUPMT-STEWARD-NOTE       PIC  X(40).
      *  The signed-on user, written to the audit columns.
               10  LS-DSUPMT-USER-ID            PIC  X(8).
           05  LS-DSUPMT-OUTPUTS.
               10  LS-DSUPMT-RETURN-CD          PIC  X.
                   88  LS-DSUPMT-OK                 VALUE '0'.
                   88  LS-DSUPMT-PAIR-NOT-FOUND     VALUE '1'.
                   88  LS-DSUPMT-ALREADY-ACTIVE     VALUE '2'.
                   88  LS-DSUPMT-CRITERIA-MISSING   VALUE '3'.
                   88  LS-DSUPMT-ALREADY-RELEASED   VALUE '4'.
      *  The pair as it now stands, lower party id first.
               10  LS-DSUPMT-CUR-LOW-PARTY-ID   PIC  9(15).
               10  LS-DSUPMT-CUR-HIGH-PARTY-ID  PIC  9(15).
               10  LS-DSUPMT-CUR-STEWARD-NOTE   PIC  X(40).
               10  LS-DSUPMT-CUR-STATUS-CD      PIC  X.
               10  LS-DSUPMT-CUR-ENTERED-UID    PIC  X(8).
               10  LS-DSUPMT-CUR-ENTERED-TMSP   PIC  X(26).
               10  LS-DSUPMT-CUR-RELEASED-UID   PIC  X(8).
               10  LS-DSUPMT-CUR-RELEASED-TMSP  PIC  X(26).
