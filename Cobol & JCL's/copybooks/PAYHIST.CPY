      *****************************************************
      *  PAYHIST.CPY                                       *
      *  PERSISTENT PAY-HISTORY RECORD (PAYHIST.DAT), KEYED *
      *  ON PH-EMP-ID PLUS PH-PERIOD (YYYYMM) PLUS PH-SEQ.  *
      *  NETPAY.DAT IS REWRITTEN FRESH EVERY NIGHT, SO      *
      *  EMPPHUPD ROLLS EACH RUN'S RESULTS IN HERE BEFORE   *
      *  THEY ARE LOST - ONE PAY ENTRY PER EMPLOYEE PER PAY *
      *  PERIOD WITH THE GROSS, TAX, DEDUCTIONS AND NET     *
      *  THAT PERIOD ACTUALLY PAID.  A RERUN OF THE SAME    *
      *  PERIOD REWRITES THE ENTRY RATHER THAN DUPLICATING  *
      *  IT.  WHEN A POSTED PERIOD IS BACKED OUT, EMPPAYRV  *
      *  ADDS A REVERSAL ENTRY (PH-ENTRY-TYPE 'R') UNDER    *
      *  THE NEXT SEQUENCE NUMBER CARRYING THE SAME AMOUNTS *
      *  NEGATED, AND THE CORRECTED RUN THEN ROLLS IN AS A  *
      *  FRESH PAY ENTRY AFTER IT - SO A PERIOD'S FIGURES   *
      *  ARE ALWAYS THE SUM OF ITS ENTRIES AND NOTHING IS   *
      *  OVERWRITTEN ONCE REVERSED.  EMPPHLST PRINTS THE    *
      *  HISTORY LISTING; THE YEAR-END TAX CERTIFICATES,    *
      *  STATUTORY RETURNS AND PAY VARIANCE CHECKS READ     *
      *  FROM HERE TOO.  PH-PAY-GROUP IS THE PAY GROUP THE  *
      *  ENTRY WAS PAID IN; FOR A GROUP OTHER THAN THE      *
      *  STANDARD MONTHLY ONE PH-PERIOD IS THE GROUP'S      *
      *  YYYYNN PAY NUMBER, SO A PERIOD IS ONLY MEANINGFUL  *
      *  TOGETHER WITH ITS GROUP, AND PH-PAY-DATE SAYS      *
      *  WHICH MONTH THE MONEY WENT OUT.                    *
      *****************************************************
       01  PAY-HISTORY-RECORD.
           03  PH-KEY.
               05  PH-EMP-ID       PIC X(05).
               05  PH-PERIOD       PIC 9(06).
               05  PH-SEQ          PIC 9(02).
           03  PH-ENTRY-TYPE       PIC X(01).
               88  PH-PAY-ENTRY              VALUE 'P'.
               88  PH-REVERSAL               VALUE 'R'.
           03  PH-PAY-DATE         PIC 9(08).
           03  PH-GROSS            PIC S9(7)V99.
           03  PH-TAX              PIC S9(7)V99.
           03  PH-DEDN             PIC S9(7)V99.
           03  PH-NET              PIC S9(7)V99.
           03  PH-PAY-GROUP        PIC X(02).
