      *****************************************************
      *  GRATREG.CPY                                       *
      *  END-OF-SERVICE GRATUITY LIABILITY REGISTER        *
      *  RECORD.  EMPGRAT WRITES ONE PER EMPLOYEE STILL    *
      *  EMPLOYED AT EACH MONTH-END VALUATION TO           *
      *  GRATRYYYYMM.DAT, NAMED FOR THE PERIOD SO LAST     *
      *  MONTH'S REGISTER IS STILL THERE TO COMPARE        *
      *  AGAINST AND A RERUN SIMPLY REPLACES THE MONTH.    *
      *  GR-SVC-MONTHS IS COMPLETED MONTHS FROM            *
      *  EMP-HIRE-DATE TO THE PERIOD END, GR-DAYS THE      *
      *  GRATUITY DAYS THE GRATPARM.DAT SERVICE BANDS GIVE *
      *  FOR THAT SERVICE, AND GR-LIABILITY THOSE DAYS AT  *
      *  ONE-THIRTIETH OF EMP-EARN.  GR-CC IS THE COST     *
      *  CENTER THE LIABILITY IS CARRIED IN ('******' WHEN *
      *  EMP-LOC IS NOT ON CCMAST.DAT).                    *
      *****************************************************
       01  GRATUITY-REG-RECORD.
           03  GR-EMP-ID           PIC X(05).
           03  GR-PERIOD           PIC 9(06).
           03  GR-CC               PIC X(06).
           03  GR-LOC              PIC X(03).
           03  GR-HIRE-DATE        PIC 9(08).
           03  GR-SVC-MONTHS       PIC 9(04).
           03  GR-EARN             PIC 9(5)V99.
           03  GR-DAYS             PIC 9(4)V99.
           03  GR-LIABILITY        PIC 9(7)V99.
           03  FILLER              PIC X(06).
