      *****************************************************
      *  SHFTREC.CPY                                       *
      *  SHIFT MASTER RECORD (SHFTMAST.DAT), ONE PER SHIFT  *
      *  CODE USED ON THE ROSTER.  SHF-START AND SHF-END    *
      *  ARE THE PLANNED CLOCK TIMES (HHMM, 24-HOUR).  AN   *
      *  END EARLIER THAN THE START IS AN OVERNIGHT SHIFT   *
      *  THAT FINISHES THE NEXT MORNING.                    *
      *****************************************************
       01  SHIFT-MASTER-RECORD.
           03  SHF-CODE            PIC X(04).
           03  SHF-START.
               05  SHF-START-HH    PIC 9(02).
               05  SHF-START-MI    PIC 9(02).
           03  SHF-END.
               05  SHF-END-HH      PIC 9(02).
               05  SHF-END-MI      PIC 9(02).
           03  SHF-DESC            PIC X(20).
