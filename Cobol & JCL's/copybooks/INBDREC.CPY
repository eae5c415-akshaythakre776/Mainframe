      *****************************************************
      *  INBDREC.CPY                                       *
      *  INBOUND FILE RECEIPT REGISTER RECORD               *
      *  (INBDREG.DAT).  ONE RECORD PER INBOUND FILE AN     *
      *  INTAKE PROGRAM CONSUMED, OR REFUSED AS A REPEAT:   *
      *  THE SOURCE, THE FILE NAME, THE DATE IT WAS         *
      *  RECEIVED, ITS RECORD COUNT AND HASH TOTAL OF KEY   *
      *  AND AMOUNT FIELDS, AND THE RUN (PROGRAM, DATE AND  *
      *  TIME) THAT CONSUMED IT.  IBG-STATUS IS 'A'         *
      *  ACCEPTED, 'O' A REPEAT ACCEPTED ON THE OPERATOR    *
      *  OVERRIDE OR 'R' A REPEAT REFUSED.  APPENDED ONLY,  *
      *  THROUGH THE SHARED INBDREG SUBPROGRAM; EMPINBMS    *
      *  READS IT FOR THE DAILY MISSING-FILES REPORT.       *
      *****************************************************
       01  INBOUND-REG-RECORD.
           03  IBG-SOURCE          PIC X(08).
           03  IBG-FILE            PIC X(12).
           03  IBG-RECV-DATE       PIC 9(08).
           03  IBG-REC-COUNT       PIC 9(07).
           03  IBG-HASH            PIC 9(15).
           03  IBG-RUN-PGM         PIC X(08).
           03  IBG-RUN-DATE        PIC 9(08).
           03  IBG-RUN-TIME        PIC 9(06).
           03  IBG-STATUS          PIC X(01).
               88  IBG-ACCEPTED               VALUE 'A'.
               88  IBG-OVERRIDDEN             VALUE 'O'.
               88  IBG-REFUSED                VALUE 'R'.
           03  FILLER              PIC X(07).
