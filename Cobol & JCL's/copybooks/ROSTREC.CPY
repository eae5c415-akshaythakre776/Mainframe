      *****************************************************
      *  ROSTREC.CPY                                       *
      *  PLANNED ROSTER RECORD (ROSTER.DAT), ONE PER        *
      *  EMPLOYEE PER ROSTERED DAY, GIVING THE SHIFT CODE   *
      *  ON SHFTMAST.DAT THE EMPLOYEE IS PLANNED TO WORK.   *
      *  A DAY WITH NO RECORD IS A REST DAY.  THE FILE NEED *
      *  NOT BE IN ANY ORDER.                               *
      *****************************************************
       01  ROSTER-RECORD.
           03  RST-EMP-ID          PIC X(05).
           03  RST-DATE            PIC 9(08).
           03  RST-DATE-R REDEFINES RST-DATE.
               05  RST-YR          PIC 9(04).
               05  RST-MM          PIC 9(02).
               05  RST-DD          PIC 9(02).
           03  RST-SHIFT           PIC X(04).
           03  FILLER              PIC X(03).
