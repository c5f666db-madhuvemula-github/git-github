      *           suppresses the inserts into YDMSEMDN and leaves
      *           the checkpoint file alone, so questionable parms
      *           can be certified without burning a purge cycle.
      *    56     Date-exception hold switch, Y/N - Y holds source
      *           rows that fail the BIRTH_DTE/EFF_DTE/EXP_DTE edits
      *           out of the snapshot; N or blank loads them with
      *           DATE_EXCEPT_CD set, as the edits found them. Either
      *           way every failure is written to the DTEERROT file.
      *
       01  WS-JCL-PARM-CARD.
           05 WS-PARM-AS-OF-DTE-OVR       PIC  9(8).
           05 WS-PARM-PART-LOW-OUTL-ID    PIC  9(9).
           05 WS-PARM-PART-HIGH-OUTL-ID   PIC  9(9).
           05 WS-PARM-VALIDATE-SW         PIC  X(01).
           05 WS-PARM-DATE-HOLD-SW        PIC  X(01).

      * 
      * 
      *  a partition switch and outlet ID range let one load be split
      *  across several shorter runs instead of one long one; a
      *  validate-only switch dry-runs the load without touching
      *  YDMSEMDN or the checkpoint file; a date-exception hold
      *  switch keeps rows with implausible dates out of the
      *  snapshot instead of loading them flagged.
           INITIALIZE WS-JCL-PARM-CARD
           IF LS-JCL-PARM-LEN > 0
              MOVE LS-JCL-PARM-DATA (1:56) TO WS-JCL-PARM-CARD
           END-IF
           MOVE WS-PARM-AS-OF-DTE-OVR TO LS-FLOW-PARM-AS-OF-DTE-OVR
           MOVE WS-PARM-COMMIT-INTERVAL TO
           ELSE
              SET LS-FLOW-VALIDATE-ONLY-OFF TO TRUE
           END-IF
           IF WS-PARM-DATE-HOLD-SW = "Y"
              SET LS-FLOW-DATE-HOLD-ON TO TRUE
           ELSE
              SET LS-FLOW-DATE-HOLD-OFF TO TRUE
           END-IF
           .
       0020-EXIT.
           EXIT.
           DISPLAY "  INVALID SSN ..........: "
              LS-FLOW-CNT-INVALID-SSN
           DISPLAY "  DUPLICATE SSN ........: " LS-FLOW-CNT-DUP-SSN
           DISPLAY "  DATE EXCEPTIONS ......: "
              LS-FLOW-CNT-DATE-EXCEPT
           IF LS-FLOW-DATE-HOLD-ON
              DISPLAY "  DATE EXCEPTIONS HELD .: "
                 LS-FLOW-CNT-DATE-HELD
           ELSE
              DISPLAY "  DATE EXCEPTIONS WERE LOADED FLAGGED"
           END-IF
           .
       8410-EXIT.
           EXIT.
