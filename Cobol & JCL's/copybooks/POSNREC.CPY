      *****************************************************
      *  POSNREC.CPY                                       *
      *  POSITION CONTROL MASTER RECORD (POSMAST.DAT,      *
      *  INDEXED ON POS-NUMBER).  ONE RECORD PER BUDGETED  *
      *  POSITION - ITS DEPARTMENT, LOCATION, PAY GRADE    *
      *  (GRADMAST.DAT) AND BUDGETED FTE.  MAINTAINED BY   *
      *  EMPPOSM FROM POSTRAN.DAT.  EMPMAINT ONLY ADDS,    *
      *  TRANSFERS OR REHIRES SOMEONE INTO A VACANT        *
      *  POSITION ('A' APPROVED, NO POS-INCUMBENT) IN THE  *
      *  NEW DEPARTMENT AND LOCATION WHOSE GRADE RANGE     *
      *  COVERS THE PAY, AND IT SETS OR CLEARS             *
      *  POS-INCUMBENT AS PEOPLE JOIN, MOVE AND LEAVE.     *
      *  POS-VACANT-DATE IS WHEN THE POSITION LAST FELL    *
      *  VACANT (OR WAS CREATED) - EMPVACRP AGES OPEN      *
      *  POSITIONS FROM IT.                                *
      *****************************************************
       01  POSITION-RECORD.
           03  POS-NUMBER          PIC X(06).
           03  POS-DEPT            PIC X(04).
           03  POS-LOC             PIC X(03).
           03  POS-GRADE           PIC X(03).
           03  POS-BUDG-FTE        PIC 9(01)V99.
           03  POS-STATUS          PIC X(01).
               88  POS-APPROVED               VALUE 'A'.
               88  POS-PENDING                VALUE 'P'.
               88  POS-FROZEN                 VALUE 'F'.
               88  POS-CLOSED                 VALUE 'C'.
               88  POS-STATUS-VALID           VALUE 'A' 'P' 'F' 'C'.
           03  POS-INCUMBENT       PIC X(05).
               88  POS-VACANT                 VALUE SPACES.
           03  POS-VACANT-DATE     PIC 9(08).
           03  POS-FILLED-DATE     PIC 9(08).
           03  FILLER              PIC X(09).
