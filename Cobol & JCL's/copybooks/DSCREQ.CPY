      *****************************************************
      *  DSCREQ.CPY                                         *
      *  REQUEST BLOCK FOR THE SHARED DISCIPLINARY WARNING  *
      *  LOOKUP SUBPROGRAM (DISCLKUP).  THE CALLER SETS     *
      *  DSQ-EMP-ID AND DSQ-DATE (YYYYMMDD) AND GETS BACK   *
      *  THE HIGHEST WARNING LIVE ON THAT DATE - A WARNING  *
      *  DECIDED ON OR BEFORE IT, NOT WITHDRAWN, WHOSE      *
      *  EXPIRY DATE IS STILL AFTER IT - WITH ITS CASE      *
      *  NUMBER, OUTCOME AND EXPIRY.  OF TWO WARNINGS AT    *
      *  THE SAME LEVEL THE ONE EXPIRING LATER IS ANSWERED. *
      *  DSQ-FOUND 'N' (NO DISCCASE.DAT, OR NOTHING LIVE)   *
      *  LEAVES THE CALLER TO CARRY ON AS BEFORE.           *
      *****************************************************
       01  DISC-LOOKUP-REQUEST.
           03  DSQ-EMP-ID          PIC X(05).
           03  DSQ-DATE            PIC 9(08).
           03  DSQ-FOUND           PIC X(01).
               88  DSQ-LIVE-WARNING           VALUE 'Y'.
               88  DSQ-NO-WARNING             VALUE 'N'.
           03  DSQ-WARN-LEVEL      PIC 9(01).
           03  DSQ-CASE-NO         PIC X(08).
           03  DSQ-OUTCOME         PIC X(02).
           03  DSQ-EXPIRY-DATE     PIC 9(08).
