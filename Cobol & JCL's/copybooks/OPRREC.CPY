      *****************************************************
      *  OPRREC.CPY                                        *
      *  OPERATOR PROFILE RECORD (OPRMAST.DAT).  ONE RECORD *
      *  PER OPERATOR ALLOWED TO SIGN ON TO EMPMENU.        *
      *  OPR-ROLE DECIDES WHICH MENU OPTIONS ARE OFFERED -  *
      *  'I' INQUIRY-ONLY OPERATORS SEE THE LOOKUP          *
      *  PROGRAMS, 'M' MAINTENANCE-CAPABLE OPERATORS ALSO   *
      *  GET THE EMPLOYEE AND REFERENCE MASTER MAINTENANCE  *
      *  ENTRIES, AND 'H' HR OPERATORS GET THE DISCIPLINARY *
      *  CASE REGISTER (EMPDISC) ON TOP OF THE LOOKUPS -    *
      *  THE ONLY ROLE EMPDISC ACCEPTS TRANSACTIONS FROM.   *
      *  OPR-SALARY-VIEW DECIDES WHETHER THE INQUIRY        *
      *  PROGRAMS (READVSM2, EMPNSRCH, EMPQUERY, EMPPROF)   *
      *  SHOW EARNINGS AND DEDUCTIONS OR MASK THEM WITH     *
      *  ASTERISKS - MOST LOOKUPS ARE STATUS AND CONTACT    *
      *  QUESTIONS WITH NO BUSINESS SEEING PAY.  AN         *
      *  OPERATOR NOT ON THE FILE IS MASKED.  OPR-EMP-ID IS *
      *  THE OPERATOR'S OWN EMPLOYEE NUMBER (SPACES FOR A   *
      *  SERVICE ACCOUNT OR CONTRACTOR) SO EMPSOD CAN SPOT  *
      *  AN OPERATOR WORKING ON THEIR OWN RECORD OR THEIR   *
      *  OWN DEPARTMENT.                                    *
      *****************************************************
       01  OPR-RECORD.
           03  OPR-ID              PIC X(08).
           03  OPR-ROLE            PIC X(01).
               88  OPR-ROLE-INQUIRY           VALUE 'I'.
               88  OPR-ROLE-MAINT             VALUE 'M'.
               88  OPR-ROLE-HR                VALUE 'H'.
           03  OPR-SALARY-VIEW     PIC X(01).
               88  OPR-SALARY-OK              VALUE 'Y'.
           03  OPR-EMP-ID          PIC X(05).
