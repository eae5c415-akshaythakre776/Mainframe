      *****************************************************
      *  AGYLINK.CPY                                       *
      *  AGENCY WORKER LINK (AGYLINK.DAT).  WHICH AGENCY    *
      *  SUPPLIES WHICH CONTRACTOR, FROM AND TO WHICH DATE  *
      *  (END ZERO = STILL SUPPLIED), AND THE HOURLY RATE   *
      *  CONTRACTED WITH THE AGENCY FOR THAT WORKER.  A     *
      *  ZERO RATE MEANS THE AGENCY CHARGES THE             *
      *  CONTRACTOR'S OWN ETY-PAY-RATE FROM EMPTYPE.DAT.    *
      *  AN AGENCY INVOICE LINE FOR A WORKER WITH NO LINK   *
      *  TO THAT AGENCY IN THE MONTH INVOICED IS HELD BY    *
      *  EMPAGYMT.                                          *
      *****************************************************
       01  AGENCY-LINK-RECORD.
           03  ALK-AGENCY          PIC X(06).
           03  ALK-EMP-ID          PIC X(05).
           03  ALK-RATE            PIC 9(3)V99.
           03  ALK-START           PIC 9(08).
           03  ALK-END             PIC 9(08).
           03  FILLER              PIC X(08).
