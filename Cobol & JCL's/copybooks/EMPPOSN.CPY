      *****************************************************
      *  EMPPOSN.CPY                                       *
      *  EMPLOYEE POSITION RECORD (EMPPOSN.DAT, INDEXED    *
      *  ON EMP-ID).  THE POSITION NUMBER (POSMAST.DAT)    *
      *  EACH EMPLOYEE CURRENTLY HOLDS - SAME CHILD-FILE   *
      *  ARRANGEMENT AS EMPGRADE.DAT, SO EMPMAST.DAT KEEPS *
      *  ITS LAYOUT.  WRITTEN BY EMPMAINT WHEN AN ADD,     *
      *  TRANSFER OR REHIRE FILLS A POSITION AND DELETED   *
      *  WHEN A 'D' RELEASES IT; EMPPOSM 'F'/'V' SEATS OR  *
      *  UNSEATS SOMEONE BY HAND.                          *
      *****************************************************
       01  EMP-POSITION-RECORD.
           03  PSN-EMP-ID          PIC X(05).
           03  PSN-POS-NUMBER      PIC X(06).
           03  PSN-ASSIGN-DATE     PIC 9(08).
           03  FILLER              PIC X(01).
