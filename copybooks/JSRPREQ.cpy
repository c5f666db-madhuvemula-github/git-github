      *  Passed on the CALL from a batch job driver to DNCB148A,      *
      *  which checks the YDMSRAUD run-audit table before the driver  *
      *  does any work: the prerequisite program's latest ended run   *
      *  must have finished NORMAL (or REINSTAT - a DNCB176B backout  *
      *  undone; a BACKOUT row fails the check until the load is      *
      *  rerun), no run of it may still be open in STARTED status,    *
      *  and when a snapshot date is given the date must actually     *
      *  be on YDMSEMDN. The override switch lets an operator push a  *
      *  genuine emergency through - the check still runs and         *
      *  reports, but the caller is told to proceed.                  *
      *****************************************************************
       01  LS-RPREQ.
           05  LS-RPREQ-INPUTS.
