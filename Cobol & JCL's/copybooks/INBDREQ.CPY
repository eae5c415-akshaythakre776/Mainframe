      *****************************************************
      *  INBDREQ.CPY                                       *
      *  REQUEST BLOCK FOR THE SHARED INBOUND FILE RECEIPT  *
      *  REGISTER (INBDREG).  AN INTAKE PROGRAM NAMES ITS   *
      *  SOURCE, FILE AND ITSELF AND CALLS 'S' TO START,    *
      *  THEN 'A' ONCE PER INPUT RECORD WITH THE RECORD'S   *
      *  KEY AND AMOUNT FIELDS - INBDREG KEEPS THE RECORD   *
      *  COUNT AND A HASH TOTAL OF BOTH IN IBQ-REC-COUNT    *
      *  AND IBQ-HASH.  'C' CHECKS THE FILE AGAINST         *
      *  INBDREG.DAT BEFORE ANYTHING IS APPLIED:            *
      *  IBQ-RESULT 'N' NEW, 'D' AN EXACT REPEAT OF A FILE  *
      *  ALREADY CONSUMED (REFUSED - THE CALLER ENDS RC=8   *
      *  AND APPLIES NOTHING) OR 'O' A REPEAT TAKEN ON THE  *
      *  OPERATOR OVERRIDE INBDREG-OVERRIDE=Y.  FOR A       *
      *  REPEAT IBQ-PREV-DATE AND IBQ-PREV-PGM SAY WHEN AND *
      *  BY WHOM IT WAS FIRST CONSUMED.  'R' RECORDS THE    *
      *  FILE AS CONSUMED BY THIS RUN ONCE IT HAS BEEN      *
      *  APPLIED.  AN EMPTY FILE IS NEVER A REPEAT.         *
      *****************************************************
       01  INBDREG-REQUEST.
           03  IBQ-FUNCTION        PIC X(01).
               88  IBQ-START                  VALUE 'S'.
               88  IBQ-ADD                    VALUE 'A'.
               88  IBQ-CHECK                  VALUE 'C'.
               88  IBQ-RECORD                 VALUE 'R'.
           03  IBQ-SOURCE          PIC X(08).
           03  IBQ-FILE            PIC X(12).
           03  IBQ-PGM             PIC X(08).
           03  IBQ-KEY             PIC X(40).
           03  IBQ-AMOUNT          PIC 9(09)V9(06).
           03  IBQ-REC-COUNT       PIC 9(07).
           03  IBQ-HASH            PIC 9(15).
           03  IBQ-RECV-DATE       PIC 9(08).
           03  IBQ-RESULT          PIC X(01).
               88  IBQ-NEW                    VALUE 'N'.
               88  IBQ-REPEAT                 VALUE 'D'.
               88  IBQ-OVERRIDDEN             VALUE 'O'.
           03  IBQ-PREV-DATE       PIC 9(08).
           03  IBQ-PREV-PGM        PIC X(08).
