      *****************************************************
      *  DISCCASE.CPY                                       *
      *  DISCIPLINARY CASE REGISTER RECORD (DISCCASE.DAT,   *
      *  INDEXED ON DCR-KEY - EMP-ID AND HR'S CASE NUMBER). *
      *  ONE RECORD PER CASE, MAINTAINED ONLY THROUGH       *
      *  EMPDISC FROM DISCTRAN.DAT BY HR-ROLE OPERATORS.  A *
      *  CASE IS OPENED 'O' WITH ITS CATEGORY (CONDUCT,     *
      *  ATTENDANCE, PERFORMANCE, POLICY, HEALTH AND        *
      *  SAFETY), THE DATE AND WHO OPENED IT.  THE DECISION *
      *  RECORDS THE OUTCOME AND ITS WARNING LEVEL - 1      *
      *  VERBAL, 2 WRITTEN, 3 FINAL WRITTEN, 0 FOR NO CASE  *
      *  TO ANSWER, NO FURTHER ACTION OR DISMISSAL.  A      *
      *  WARNING IS LIVE 'L' UNTIL ITS EXPIRY DATE; ANY     *
      *  OTHER OUTCOME CLOSES THE CASE 'C'.  ON THE EXPIRY  *
      *  DATE THE WARNING STOPS COUNTING AND THE NEXT       *
      *  EMPDISC RUN MARKS IT EXPIRED 'E'.  A CASE          *
      *  OVERTURNED ON APPEAL OR OPENED IN ERROR IS         *
      *  WITHDRAWN 'W'.  DCR-CLOSED-DATE IS WHEN THE CASE   *
      *  STOPPED BEING OPEN OR LIVE.  DISCLKUP ANSWERS THE  *
      *  HIGHEST LIVE WARNING FOR AN EMPLOYEE; EMPDCAGE     *
      *  AGES THE REGISTER FOR THE HR DIRECTOR.             *
      *  CONFIDENTIAL - NOT TO BE ADDED TO GENERAL EXTRACTS *
      *  OR INQUIRIES.                                      *
      *****************************************************
       01  DISC-CASE-RECORD.
           03  DCR-KEY.
               05  DCR-EMP-ID      PIC X(05).
               05  DCR-CASE-NO     PIC X(08).
           03  DCR-CATEGORY        PIC X(02).
               88  DCR-CAT-CONDUCT            VALUE 'CO'.
               88  DCR-CAT-ATTENDANCE         VALUE 'AT'.
               88  DCR-CAT-PERFORMANCE        VALUE 'PF'.
               88  DCR-CAT-POLICY             VALUE 'PO'.
               88  DCR-CAT-SAFETY             VALUE 'HS'.
               88  DCR-CAT-VALID              VALUE 'CO' 'AT' 'PF'
                                                    'PO' 'HS'.
           03  DCR-OPEN-DATE       PIC 9(08).
           03  DCR-OPENED-BY       PIC X(08).
           03  DCR-STATUS          PIC X(01).
               88  DCR-OPEN                   VALUE 'O'.
               88  DCR-LIVE                   VALUE 'L'.
               88  DCR-CLOSED                 VALUE 'C'.
               88  DCR-EXPIRED                VALUE 'E'.
               88  DCR-WITHDRAWN              VALUE 'W'.
           03  DCR-OUTCOME         PIC X(02).
               88  DCR-NO-CASE                VALUE 'NC'.
               88  DCR-NO-ACTION              VALUE 'NA'.
               88  DCR-VERBAL-WARNING         VALUE 'VW'.
               88  DCR-WRITTEN-WARNING        VALUE 'WW'.
               88  DCR-FINAL-WARNING          VALUE 'FW'.
               88  DCR-DISMISSED              VALUE 'DM'.
           03  DCR-WARN-LEVEL      PIC 9(01).
           03  DCR-EXPIRY-DATE     PIC 9(08).
           03  DCR-DECIDED-DATE    PIC 9(08).
           03  DCR-DECIDED-BY      PIC X(08).
           03  DCR-CLOSED-DATE     PIC 9(08).
           03  FILLER              PIC X(13).
