      *****************************************************
      *  ALERTREC.CPY                                      *
      *  STANDARD OPERATIONS ALERT RECORD (ALERTLOG.DAT).   *
      *  WRITTEN THROUGH THE SHARED ALERTW SUBPROGRAM BY A  *
      *  PROGRAM AT THE MOMENT IT DETECTS A CONDITION THE   *
      *  ON-CALL PERSON MAY NEED TO ACT ON - SEVERITY,      *
      *  SOURCE PROGRAM, EMPCYCLE STEP AND MESSAGE.  THE    *
      *  RUN DATE AND TIME, THE ROUTE (PAGE NOW OR HOLD FOR *
      *  THE MORNING) AND THE ON-CALL GROUP ARE STAMPED BY  *
      *  ALERTW FROM THE ALRTROUT.DAT ROUTING TABLE (THE    *
      *  RUNLOGW PATTERN).  EMPALRTF SENDS THE PAGE-NOW     *
      *  ALERTS TO THE PAGING GATEWAY.                      *
      *****************************************************
       01  ALERT-RECORD.
           03  ALR-SEVERITY        PIC X(01).
               88  ALR-CRITICAL               VALUE 'C'.
               88  ALR-MAJOR                  VALUE 'M'.
               88  ALR-WARNING                VALUE 'W'.
           03  ALR-SOURCE-PGM      PIC X(08).
           03  ALR-STEP            PIC X(08).
           03  ALR-RUN-DATE        PIC 9(08).
           03  ALR-RUN-TIME        PIC 9(06).
           03  ALR-MESSAGE         PIC X(48).
           03  ALR-ROUTE           PIC X(01).
               88  ALR-PAGE-NOW               VALUE 'P'.
               88  ALR-MORNING                VALUE 'M'.
           03  ALR-GROUP           PIC X(08).
           03  FILLER              PIC X(12).
