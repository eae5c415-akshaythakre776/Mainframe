      *****************************************************
      *  PSTRREQ.CPY                                       *
      *  REQUEST BLOCK FOR THE SHARED PAY-STRUCTURE LOOKUP  *
      *  SUBPROGRAM (PAYSTRLK).  THE CALLER SETS PSQ-EMP-ID *
      *  AND PSQ-DATE (YYYYMMDD) AND GETS BACK THE          *
      *  EMPLOYEE'S COMPONENTS IN FORCE ON THAT DATE SUMMED *
      *  IN TOTAL AND BY BASE - TAXABLE, INSURABLE,         *
      *  PENSIONABLE AND OVERTIME - WITH THE NUMBER OF      *
      *  COMPONENTS.  PSQ-FOUND 'N' (NO PAYSTRC.DAT, OR NO  *
      *  COMPONENT IN FORCE) TELLS THE CALLER TO CARRY ON   *
      *  FROM EMP-EARN AS BEFORE.                           *
      *****************************************************
       01  PAY-STRUCT-REQUEST.
           03  PSQ-EMP-ID          PIC X(05).
           03  PSQ-DATE            PIC 9(08).
           03  PSQ-FOUND           PIC X(01).
               88  PSQ-STRUCTURED             VALUE 'Y'.
               88  PSQ-NO-STRUCTURE           VALUE 'N'.
           03  PSQ-COMP-COUNT      PIC 9(02).
           03  PSQ-TOTAL           PIC 9(7)V99.
           03  PSQ-TAXABLE         PIC 9(7)V99.
           03  PSQ-SI-BASE         PIC 9(7)V99.
           03  PSQ-PEN-BASE        PIC 9(7)V99.
           03  PSQ-OT-BASE         PIC 9(7)V99.
