      *****************************************************
      *  CRSEREC.CPY                                       *
      *  TRAINING COURSE MASTER RECORD (CRSEMAST.DAT,       *
      *  INDEXED ON CRS-CODE).  CRS-SKILL IS A RATEMAST.DAT *
      *  SKILL CODE - COMPLETING THE COURSE GIVES AT LEAST  *
      *  CRS-PROF ON SKILMAST.DAT FOR THAT SKILL.           *
      *  CRS-VALID-MONTHS IS HOW LONG THE CERTIFICATION IT  *
      *  LEADS TO LASTS; ZERO MEANS THE COURSE CARRIES NO   *
      *  CERTIFICATION AND EMP-CERT-EXP-DATE IS LEFT ALONE. *
      *  CRS-COST IS THE STANDARD COST CHARGED TO THE       *
      *  DEPARTMENT'S TRAINING BUDGET PER COMPLETION.       *
      *  MAINTAINED BY REFMAINT (FILE 'T'); POSITIONS 6-60  *
      *  ARE THE KEYED DATA.                                *
      *****************************************************
       01  COURSE-RECORD.
           03  CRS-CODE            PIC X(05).
           03  CRS-TITLE           PIC X(30).
           03  CRS-SKILL           PIC X(05).
           03  CRS-PROF            PIC X(01).
               88  CRS-PROF-VALID             VALUE '1' '2' '3'.
           03  CRS-VALID-MONTHS    PIC 9(03).
           03  CRS-COST            PIC 9(05)V99.
           03  CRS-STATUS          PIC X(01).
               88  CRS-ACTIVE                 VALUE 'A'.
               88  CRS-CLOSED                 VALUE 'C'.
           03  FILLER              PIC X(08).
