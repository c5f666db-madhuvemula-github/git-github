      * TO AN OUTBOUND TRANSMISSION (FULL EXTRACT OR CORRECTION       *
      * RESEND); PAYRET HOLDS THE LAST INBOUND RETURN-FILE CYCLE      *
      * PROCESSED. A SKIPPED OR REPEATED NUMBER ON EITHER SIDE MEANS  *
      * A LOST OR DUPLICATED TRANSMISSION. BENELIG NUMBERS THE        *
      * BENEFITS-CARRIER ELIGIBILITY FILE THE SAME WAY, ON ITS OWN    *
      * SEQUENCE; ITS LAST_AS_OF_DTE IS THE LAST SNAPSHOT THE         *
      * CARRIER WAS SENT EVENTS UP TO.                                *
      *****************************************************************
           EXEC SQL DECLARE YDMSPCYC TABLE
           ( INTERFACE_ID                   CHAR(8)      NOT NULL,
