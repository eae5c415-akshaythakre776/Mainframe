      *****************************************************
      *  PAYPART.CPY                                        *
      *  PARTITION TABLE FOR A PARALLEL PAY RUN             *
      *  (PAYPART.DAT).  ONE RECORD PER PARTITION, IN       *
      *  EMP-ID ORDER: THE PARTITION NUMBER (01, 02, ...)   *
      *  AND THE LOWEST AND HIGHEST EMP-ID IT PAYS, BOTH    *
      *  INCLUSIVE.  A BLANK LOW ID ON THE FIRST PARTITION  *
      *  MEANS FROM THE START OF THE MASTER, A BLANK HIGH   *
      *  ID ON THE LAST MEANS TO ITS END.  EACH EMPPAY      *
      *  PARTITION JOB IS TOLD ITS NUMBER THROUGH THE       *
      *  PAYPART ENVIRONMENT SETTING AND PAYS ONLY ITS OWN  *
      *  RANGE; EMPPAYMG CHECKS THE TABLE AGAINST THE       *
      *  MASTER AND MERGES THE PARTITIONS BACK INTO THE     *
      *  FILES THE REST OF THE CYCLE READS.  WITH NO        *
      *  PAYPART.DAT THE PAY RUN IS ONE JOB, AS IT ALWAYS   *
      *  WAS.                                               *
      *****************************************************
       01  PAY-PART-RECORD.
           03  PPT-PART-NO         PIC 9(02).
           03  FILLER              PIC X(01).
           03  PPT-LOW-ID          PIC X(05).
           03  FILLER              PIC X(01).
           03  PPT-HIGH-ID         PIC X(05).
           03  FILLER              PIC X(66).
