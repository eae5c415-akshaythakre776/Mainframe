      *****************************************************
      *  INSPLAN.CPY                                        *
      *  EMPLOYEE INSURANCE PLAN ELECTION (INSPLAN.DAT,     *
      *  INDEXED ON EMP-ID).  IPL-PLAN IS THE PLAN IN FORCE *
      *  FROM IPL-EFF-DATE; BEFORE THAT DATE THE EMPLOYEE   *
      *  STAYS ON IPL-PRIOR-PLAN, SO AN OPEN-ENROLMENT      *
      *  ELECTION CAN BE LOADED AHEAD OF THE NEW PLAN YEAR  *
      *  WITHOUT CHANGING THIS YEAR'S PREMIUMS.  AN         *
      *  EMPLOYEE WITH NO RECORD, OR A BLANK PRIOR PLAN, IS *
      *  ON 'STD'.  CHANGED ONLY BY EMPENROL (APPLY RUN,    *
      *  SOURCE 'E') AND EMPENREL (LIFE-EVENT ELECTION,     *
      *  SOURCE 'L'); EMPINSPR PRICES FROM THE PLAN IN      *
      *  FORCE ON THE RUN DATE.                             *
      *****************************************************
       01  INS-PLAN-RECORD.
           03  IPL-EMP-ID          PIC X(05).
           03  IPL-PLAN            PIC X(03).
           03  IPL-EFF-DATE        PIC 9(08).
           03  IPL-PRIOR-PLAN      PIC X(03).
           03  IPL-SOURCE          PIC X(01).
               88  IPL-FROM-ENROLMENT         VALUE 'E'.
               88  IPL-FROM-LIFE-EVENT        VALUE 'L'.
