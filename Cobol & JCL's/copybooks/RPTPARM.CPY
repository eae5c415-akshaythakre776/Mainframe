      *****************************************************
      *  RPTPARM.CPY                                        *
      *  PARAMETER CARD FOR THE CTRLBRK1 CONTROL-BREAK      *
      *  REPORT (RPTPARM.DAT, ONE 80-COLUMN CARD), ALSO     *
      *  READ BY SORTPRG1 AND SORTPRG2 SO EMPSORT.DAT COMES *
      *  OUT IN THE ORDER THE REPORT BREAKS ON.  COLUMNS    *
      *  1-23 ARE THE TITLE, LINES PER PAGE AND             *
      *  CURRENCY-SYMBOL SWITCH.  PARM-BREAK NAMES UP TO    *
      *  FOUR BREAK LEVELS, OUTERMOST FIRST, FROM LC        *
      *  LOCATION, RG REGION (LOCMAST.DAT), DP DEPARTMENT,  *
      *  TC TECHNOLOGY, GR GRADE (EMPGRADE.DAT) AND CC COST *
      *  CENTER (CCMAST.DAT); A BLANK ENDS THE LIST.  EACH  *
      *  LEVEL'S PAGE SWITCH IS P FOR A NEW PAGE ON EVERY   *
      *  BREAK, R FOR A NEW PAGE WITH THE PAGE NUMBER       *
      *  RESTARTED, N TO PRINT THE SUBTOTAL IN LINE; BLANK  *
      *  MEANS R ON THE OUTERMOST LEVEL AND P BELOW IT.     *
      *  PARM-TOTALS SAYS WHICH COLUMNS THE TOTAL LINES     *
      *  CARRY - HEADCOUNT, EARNINGS, DEDUCTIONS, NET       *
      *  SALARY - N TO LEAVE ONE OUT, BLANK OR Y TO PRINT   *
      *  IT.  NO BREAK LEVELS, OR AN UNKNOWN OR REPEATED    *
      *  FIELD, GIVES THE STANDARD LC/TC                    *
      *  LOCATION-WITHIN-TECHNOLOGY REPORT.                 *
      *****************************************************
       01  PARM-RECORD.
           03  PARM-TITLE          PIC X(20).
           03  PARM-PAGE-SIZE      PIC 9(02).
           03  PARM-CURR-FLAG      PIC X(01).
           03  FILLER              PIC X(07).
           03  PARM-BREAK          OCCURS 4 TIMES.
               05  PARM-BRK-FIELD  PIC X(02).
               05  PARM-BRK-PAGE   PIC X(01).
           03  PARM-TOTALS.
               05  PARM-TOT-HEADS  PIC X(01).
               05  PARM-TOT-EARN   PIC X(01).
               05  PARM-TOT-DEDN   PIC X(01).
               05  PARM-TOT-SAL    PIC X(01).
           03  FILLER              PIC X(34).
