      *****************************************************
      *  LTCREG.CPY                                        *
      *  LATE TIMECARD REGISTER RECORD (LTCREG.DAT).  ONE   *
      *  RECORD APPENDED BY EMPLTCRD FOR EVERY LATE CARD IT *
      *  PRICES - THE APPROVING SUPERVISOR, THE CARD, WHEN  *
      *  IT WAS APPROVED AGAINST ITS PERIOD'S CUTOFF, THE   *
      *  PAY PERIOD IT WAS PAID IN AND THE BASE, OVERTIME   *
      *  AND DIFFERENTIAL AMOUNTS.  THE FILE ONLY EVER      *
      *  GROWS; EMPLTREG LISTS ONE PAY PERIOD OF IT BY      *
      *  SUPERVISOR AT MONTH END SO THE LATE APPROVERS CAN  *
      *  BE CHASED.                                         *
      *****************************************************
       01  LATE-REGISTER-RECORD.
           03  LTR-SUPERVISOR      PIC X(08).
           03  LTR-EMP-ID          PIC X(05).
           03  LTR-WORK-DATE       PIC 9(08).
           03  LTR-HOURS           PIC 9(2)V9.
           03  LTR-WORK-PERIOD     PIC 9(06).
           03  LTR-CUTOFF          PIC 9(08).
           03  LTR-APPR-DATE       PIC 9(08).
           03  LTR-PAY-PERIOD      PIC 9(06).
           03  LTR-BASE-AMT        PIC 9(5)V99.
           03  LTR-OT-AMT          PIC 9(5)V99.
           03  LTR-SD-AMT          PIC 9(5)V99.
           03  FILLER              PIC X(07).
