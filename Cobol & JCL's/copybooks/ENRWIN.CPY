      *****************************************************
      *  ENRWIN.CPY                                         *
      *  BENEFITS OPEN-ENROLMENT WINDOW CONTROL RECORD      *
      *  (ENRWIN.DAT, ONE CARD).  WRITTEN BY THE EMPENROL   *
      *  JOB WHEN THE WINDOW IS OPENED: THE PLAN YEAR THE   *
      *  ELECTIONS ARE FOR (THEY TAKE EFFECT 1 JANUARY OF   *
      *  THAT YEAR) AND THE FIRST AND LAST DAY ELECTIONS    *
      *  ARE TAKEN.  EMPENREL ACCEPTS A PLAN ELECTION ONLY  *
      *  WHEN ITS DATE FALLS INSIDE THE WINDOW, UNLESS IT   *
      *  CARRIES A QUALIFYING LIFE-EVENT CODE.  EMPENROL'S  *
      *  APPLY RUN SETS ENW-STATUS TO 'A' ONCE THE          *
      *  ELECTIONS ARE ON INSPLAN.DAT, WHICH CLOSES THE     *
      *  WINDOW FOR GOOD.                                   *
      *****************************************************
       01  ENROL-WINDOW-RECORD.
           03  ENW-PLAN-YEAR       PIC 9(04).
           03  ENW-OPEN-DATE       PIC 9(08).
           03  ENW-CLOSE-DATE      PIC 9(08).
           03  ENW-STATUS          PIC X(01).
               88  ENW-WINDOW-OPEN            VALUE 'O'.
               88  ENW-APPLIED                VALUE 'A'.
           03  FILLER              PIC X(59).
