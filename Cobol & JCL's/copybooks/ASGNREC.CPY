      *****************************************************
      *  ASGNREC.CPY                                       *
      *  RESOURCE ASSIGNMENT RECORD (ASGNMAST.DAT), KEYED   *
      *  ON EMPLOYEE, PROJECT AND START DATE.  ONE RECORD   *
      *  PER PLANNED SPELL OF WORK: WHO, ON WHICH PROJECT,  *
      *  FROM WHEN TO WHEN, AT WHAT PERCENTAGE OF THEIR     *
      *  TIME.  MAINTAINED BY EMPASGN (ASGNTRAN.DAT) WHICH  *
      *  KEEPS EVERY PERSON AT OR UNDER 100 PERCENT ON ANY  *
      *  DATE; EMPASGFC FORECASTS ROLL-OFF AND FREE         *
      *  CAPACITY FROM IT.                                  *
      *****************************************************
       01  ASSIGNMENT-RECORD.
           03  ASG-KEY.
               05  ASG-EMP-ID      PIC X(05).
               05  ASG-PROJECT     PIC X(08).
               05  ASG-START-DATE  PIC 9(08).
           03  ASG-END-DATE        PIC 9(08).
           03  ASG-ALLOC-PCT       PIC 9(03).
           03  ASG-LAST-UPD-DATE   PIC 9(08).
           03  FILLER              PIC X(08).
