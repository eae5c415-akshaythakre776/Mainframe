      *****************************************************
      *  ASSETREC.CPY                                      *
      *  COMPANY ASSET REGISTER RECORD (ASSTMAST.DAT,      *
      *  INDEXED ON AST-TAG WITH AST-EMP-ID AS AN          *
      *  ALTERNATE KEY WITH DUPLICATES SO ONE EMPLOYEE'S   *
      *  HOLDINGS ARE ONE START AWAY).  EMPASSET ADDS KIT  *
      *  TO THE REGISTER IN STOCK AND APPLIES THE ISSUE,   *
      *  RETURN, WRITE-OFF AND CHARGE TRANSACTIONS.        *
      *  AST-EMP-ID IS THE CURRENT HOLDER WHILE THE ASSET  *
      *  IS ISSUED AND THE LAST HOLDER ONCE IT IS BACK IN  *
      *  STOCK OR WRITTEN OFF.  AST-CHARGE-FLAG 'Y' IS     *
      *  PAYROLL'S DECISION TO RECOVER AST-VALUE FROM THE  *
      *  HOLDER'S FINAL SETTLEMENT IF THE ASSET IS NOT     *
      *  RETURNED - EMPSETTL THEN DEDUCTS IT AND WRITES    *
      *  THE ASSET OFF.  EMPASINQ SHOWS ONE EMPLOYEE'S     *
      *  HOLDINGS AND EMPASLV LISTS TONIGHT'S LEAVERS      *
      *  STILL HOLDING KIT.                                *
      *****************************************************
       01  ASSET-RECORD.
           03  AST-TAG             PIC X(10).
           03  AST-TYPE            PIC X(02).
               88  AST-LAPTOP                 VALUE 'LT'.
               88  AST-PHONE                  VALUE 'PH'.
               88  AST-ACCESS-CARD            VALUE 'AC'.
               88  AST-MONITOR                VALUE 'MN'.
               88  AST-OTHER                  VALUE 'OT'.
               88  AST-TYPE-VALID             VALUE 'LT' 'PH' 'AC'
                                                    'MN' 'OT'.
           03  AST-SERIAL          PIC X(20).
           03  AST-STATUS          PIC X(01).
               88  AST-IN-STOCK               VALUE 'S'.
               88  AST-ISSUED                 VALUE 'I'.
               88  AST-WRITTEN-OFF            VALUE 'W'.
           03  AST-EMP-ID          PIC X(05).
           03  AST-ISSUE-DATE      PIC 9(08).
           03  AST-RETURN-DATE     PIC 9(08).
           03  AST-VALUE           PIC 9(7)V99.
           03  AST-CHARGE-FLAG     PIC X(01).
               88  AST-CHARGE-ON-EXIT         VALUE 'Y'.
           03  FILLER              PIC X(16).
