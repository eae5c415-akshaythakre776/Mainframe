      *****************************************************
      *  INBDEXP.CPY                                       *
      *  EXPECTED INBOUND FILE RECORD (INBDEXP.DAT).  ONE   *
      *  ROW PER INBOUND FILE WE EXPECT FROM OUTSIDE - THE  *
      *  REGISTER SOURCE NAME, THE FILE, WHO SENDS IT AND   *
      *  THE PROGRAM THAT CONSUMES IT.  IBX-FREQ IS 'D'     *
      *  EVERY WORKING DAY, 'W' WEEKLY ON WEEKDAY IBX-DAY   *
      *  (1 MONDAY TO 7 SUNDAY) OR 'M' MONTHLY ON DAY       *
      *  IBX-DAY (THE LAST DAY OF A SHORTER MONTH); A       *
      *  WEEKLY OR MONTHLY DAY THAT IS NOT A WORKING DAY    *
      *  MOVES ON TO THE NEXT ONE.  WORKING DAYS ARE        *
      *  MONDAY TO FRIDAY LESS THE HOLCAL.DAT HOLIDAYS OF   *
      *  IBX-REGION (THE JOBCAL.DAT SCHEME).  EMPINBMS      *
      *  REPORTS EVERY FILE DUE ON THE DAY THAT HAS NO      *
      *  ACCEPTED RECEIPT ON INBDREG.DAT.                   *
      *****************************************************
       01  INBOUND-EXP-RECORD.
           03  IBX-SOURCE          PIC X(08).
           03  IBX-FILE            PIC X(12).
           03  IBX-DESC            PIC X(24).
           03  IBX-FREQ            PIC X(01).
               88  IBX-DAILY                  VALUE 'D'.
               88  IBX-WEEKLY                 VALUE 'W'.
               88  IBX-MONTHLY                VALUE 'M'.
           03  IBX-DAY             PIC 9(02).
           03  IBX-REGION          PIC X(04).
           03  IBX-CONSUMER        PIC X(08).
           03  FILLER              PIC X(21).
