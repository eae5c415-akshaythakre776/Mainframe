      *****************************************************
      *  ENRELECT.CPY                                       *
      *  BENEFITS PLAN ELECTION LOG (ENRELECT.DAT), KEYED   *
      *  ON EMP-ID, PLAN YEAR AND SOURCE.  SOURCE 'W' IS AN *
      *  OPEN-ENROLMENT WINDOW ELECTION: EMPENREL HOLDS IT  *
      *  PENDING (STATUS 'P') AND A LATER ELECTION IN THE   *
      *  SAME WINDOW REPLACES IT UNTIL EMPENROL'S APPLY RUN *
      *  LOADS IT TO INSPLAN.DAT AND MARKS IT 'A'.  SOURCE  *
      *  'L' IS A MID-YEAR LIFE-EVENT CHANGE (ELC-EVENT MAR *
      *  MARRIAGE, BIR BIRTH), APPLIED BY EMPENREL AS SOON  *
      *  AS IT IS ACCEPTED AND LOGGED HERE ALREADY 'A'.     *
      *****************************************************
       01  ENROL-ELECTION-RECORD.
           03  ELC-KEY.
               05  ELC-EMP-ID      PIC X(05).
               05  ELC-PLAN-YEAR   PIC 9(04).
               05  ELC-SOURCE      PIC X(01).
                   88  ELC-WINDOW-ELECTION    VALUE 'W'.
                   88  ELC-LIFE-EVENT         VALUE 'L'.
           03  ELC-PLAN            PIC X(03).
           03  ELC-ELECT-DATE      PIC 9(08).
           03  ELC-EVENT           PIC X(03).
           03  ELC-STATUS          PIC X(01).
               88  ELC-PENDING                VALUE 'P'.
               88  ELC-APPLIED                VALUE 'A'.
           03  ELC-APPLY-DATE      PIC 9(08).
           03  FILLER              PIC X(07).
