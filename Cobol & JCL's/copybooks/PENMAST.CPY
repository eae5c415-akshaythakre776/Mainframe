      *  WRITES THE RUN'S CONTRIBUTIONS TO PENCONTR.DAT;    *
      *  EMPPENF BUILDS THE MONTHLY PROVIDER FEED FROM      *
      *  THERE.  A SUSPENDED MEMBER KEEPS THE RECORD BUT    *
      *  CONTRIBUTES NOTHING UNTIL REACTIVATED.  AN         *
      *  OPTED-OUT MEMBER (STATUS 'O', SET BY EMPAENR FROM  *
      *  THE OPT-OUT NOTICES) ALSO KEEPS THE RECORD AND     *
      *  CONTRIBUTES NOTHING; THE AUTO-ENROLMENT HISTORY IS *
      *  HELD ON PENAENR.DAT.                               *
      *****************************************************
       01  PENSION-RECORD.
           03  PEN-EMP-ID          PIC X(05).
           03  PEN-STATUS          PIC X(01).
               88  PEN-ACTIVE                 VALUE 'A'.
               88  PEN-SUSPENDED              VALUE 'S'.
               88  PEN-OPTED-OUT              VALUE 'O'.
           03  PEN-ENROLL-DATE     PIC 9(08).
