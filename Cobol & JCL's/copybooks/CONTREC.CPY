      *****************************************************
      *  CONTREC.CPY                                       *
      *  FIXED-TERM CONTRACT RECORD (CONTMAST.DAT, INDEXED  *
      *  ON CTR-EMP-ID).  MAINTAINED BY EMPCONTR FROM THE   *
      *  'A' ADD, 'R' RENEW, 'C' CHANGE AND 'P'             *
      *  MADE-PERMANENT TRANSACTIONS ON CNTTRAN.DAT.        *
      *  CTR-FIRST-START IS THE START OF THE FIRST CONTRACT *
      *  AND STAYS PUT ACROSS RENEWALS, SO THE TOTAL TERM   *
      *  (FIRST START TO CURRENT END) CAN BE HELD AGAINST   *
      *  THE STATUTORY MAXIMUM ON CNTRPARM.DAT.  A LIVE     *
      *  CONTRACT THAT REACHES ITS END DATE UNRENEWED IS    *
      *  MOVED TO ENDED BY EMPCONTR ONCE THE 'EC'           *
      *  TERMINATION HAS BEEN PARKED ON PENDTRAN.DAT;       *
      *  EMPCNTAL LISTS THE LIVE CONTRACTS COMING UP FOR    *
      *  RENEWAL EACH WEEK.                                 *
      *****************************************************
       01  CONTRACT-RECORD.
           03  CTR-EMP-ID          PIC X(05).
           03  CTR-TYPE            PIC X(02).
               88  CTR-FIXED-TERM             VALUE 'FT'.
               88  CTR-PROJECT                VALUE 'PJ'.
               88  CTR-COVER                  VALUE 'CV'.
               88  CTR-SEASONAL               VALUE 'SN'.
               88  CTR-TYPE-VALID             VALUE 'FT' 'PJ'
                                                    'CV' 'SN'.
           03  CTR-STATUS          PIC X(01).
               88  CTR-LIVE                   VALUE 'L'.
               88  CTR-ENDED                  VALUE 'E'.
               88  CTR-PERMANENT              VALUE 'P'.
           03  CTR-FIRST-START     PIC 9(08).
           03  CTR-START           PIC 9(08).
           03  CTR-END             PIC 9(08).
           03  CTR-RENEWALS        PIC 9(02).
           03  CTR-CLOSED-DATE     PIC 9(08).
           03  FILLER              PIC X(18).
