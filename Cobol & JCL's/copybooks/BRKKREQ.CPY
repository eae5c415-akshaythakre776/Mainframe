      *****************************************************
      *  BRKKREQ.CPY                                        *
      *  REQUEST BLOCK FOR THE SHARED CONTROL-BREAK KEY     *
      *  BUILDER (BRKKEYLK), CALLED BY CTRLBRK1, SORTPRG1   *
      *  AND SORTPRG2 SO THE REPORT AND THE SORTS FEEDING   *
      *  IT DERIVE EVERY BREAK VALUE THE SAME WAY.          *
      *  FUNCTION S CHECKS THE BREAK FIELDS COPIED FROM THE *
      *  RPTPARM.CPY CARD: THEY ARE KEPT, AND BKQ-RETURN IS *
      *  0, ONLY WHEN EVERY ONE UP TO THE FIRST BLANK IS A  *
      *  KNOWN FIELD NAMED ONCE; NO FIELDS GIVES 8 AND A    *
      *  BAD CARD 4, AND BOTH FALL BACK TO LC THEN TC.      *
      *  FUNCTION K TAKES A 110-BYTE EMPREC.CPY IMAGE AND   *
      *  FILLS ONE VALUE PER LEVEL, LEFT-JUSTIFIED IN SIX   *
      *  CHARACTERS, SO BKQ-KEY SORTS OUTERMOST LEVEL       *
      *  FIRST.  A REGION, GRADE OR COST CENTER THAT CANNOT *
      *  BE FOUND COMES BACK AS ASTERISKS.                  *
      *****************************************************
       01  BRK-KEY-REQUEST.
           03  BKQ-FUNCTION        PIC X(01).
               88  BKQ-SETUP                  VALUE 'S'.
               88  BKQ-BUILD-KEY              VALUE 'K'.
           03  BKQ-LEVEL-COUNT     PIC 9(01).
           03  BKQ-FIELDS.
               05  BKQ-FIELD       PIC X(02) OCCURS 4 TIMES.
                   88  BKQ-FLD-LOC            VALUE 'LC'.
                   88  BKQ-FLD-REGION         VALUE 'RG'.
                   88  BKQ-FLD-DEPT           VALUE 'DP'.
                   88  BKQ-FLD-TECH           VALUE 'TC'.
                   88  BKQ-FLD-GRADE          VALUE 'GR'.
                   88  BKQ-FLD-CC             VALUE 'CC'.
                   88  BKQ-FLD-VALID          VALUE 'LC' 'RG' 'DP'
                                                    'TC' 'GR' 'CC'.
           03  BKQ-KEY.
               05  BKQ-VALUE       PIC X(06) OCCURS 4 TIMES.
           03  BKQ-RETURN          PIC 9(01).
               88  BKQ-OK                     VALUE 0.
               88  BKQ-CARD-REJECTED          VALUE 4.
               88  BKQ-NO-CARD-LEVELS         VALUE 8.
           03  BKQ-EMP-RECORD      PIC X(110).
