      *****************************************************
      *  PENAENR.CPY                                        *
      *  PENSION AUTO-ENROLMENT HISTORY (PENAENR.DAT,       *
      *  INDEXED ON EMP-ID), KEPT BESIDE THE MEMBER'S       *
      *  PENMAST.DAT RECORD SO THE SCHEME MASTER EMPPAY     *
      *  READS KEEPS ITS LAYOUT.  EMPAENR WRITES IT WHEN IT *
      *  ENROLS AN ELIGIBLE JOBHOLDER (TYPE 'A') OR         *
      *  RE-ENROLS ONE IN THE THREE-YEARLY SWEEP (TYPE      *
      *  'R'), AND WHEN A MEMBER OPTS OUT.  EMPEVENT SENDS  *
      *  THE ENROLMENT NOTICE THROUGH THE HR EVENT FEED AND *
      *  SETS PAE-NOTICE-FLAG; THE OPT-OUT WINDOW RUNS FROM *
      *  THE LATER OF THE ENROLMENT AND NOTICE DATES.       *
      *  WHILE IT IS OPEN EMPAENR ADDS EACH PAY RUN'S       *
      *  EMPLOYEE CONTRIBUTION (PENCONTR.DAT) TO            *
      *  PAE-WINDOW-EE, PAE-WINDOW-PERIOD STOPPING A RERUN  *
      *  COUNTING A PERIOD TWICE, AND AN OPT-OUT INSIDE THE *
      *  WINDOW REFUNDS THAT SUM (PAE-REFUND-AMT).          *
      *  PAE-ENROL-TYPE SPACE IS A MEMBER ENROLLED BY HAND  *
      *  WHO HAS SINCE OPTED OUT.                           *
      *****************************************************
       01  PEN-AUTO-ENROL-RECORD.
           03  PAE-EMP-ID          PIC X(05).
           03  PAE-ENROL-TYPE      PIC X(01).
               88  PAE-AUTO-ENROLLED          VALUE 'A'.
               88  PAE-RE-ENROLLED            VALUE 'R'.
           03  PAE-ENROL-DATE      PIC 9(08).
           03  PAE-NOTICE-FLAG     PIC X(01).
               88  PAE-NOTICE-DUE             VALUE 'N'.
               88  PAE-NOTICE-SENT            VALUE 'Y'.
           03  PAE-NOTICE-DATE     PIC 9(08).
           03  PAE-WINDOW-EE       PIC 9(7)V99.
           03  PAE-WINDOW-PERIOD   PIC 9(06).
           03  PAE-OPT-OUT-DATE    PIC 9(08).
           03  PAE-REFUND-AMT      PIC 9(7)V99.
           03  FILLER              PIC X(05).
