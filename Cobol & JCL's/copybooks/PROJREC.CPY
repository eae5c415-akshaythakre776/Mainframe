      *  AREA BECAUSE THE DECK'S KEY COLUMN ONLY HOLDS      *
      *  FIVE).  EMPTEDIT REJECTS CARDS FOR UNKNOWN OR      *
      *  CLOSED PROJECTS; EMPPROJC PRINTS THE PER-PROJECT   *
      *  AND PER-CLIENT COSTING REPORT.  PRJ-OWNER-LOC IS   *
      *  THE LOCATION WHOSE COST CENTER OWNS THE PROJECT;   *
      *  HOURS BOOKED TO IT BY SOMEONE FROM ANOTHER         *
      *  LOCATION ARE RECHARGED TO IT MONTHLY BY EMPICRC.   *
      *  SPACES MEANS NO OWNER IS SET AND NOTHING IS        *
      *  RECHARGED.  PRJ-CAPITAL-FLAG 'Y' MARKS AN INTERNAL *
      *  PROJECT WHOSE LABOUR IS CAPITALISED: EMPLDIST      *
      *  RECLASSES ITS SHARE OF PAYROLL COST TO THE         *
      *  CAPITALISATION ACCOUNT INSTEAD OF THE OWNING COST  *
      *  CENTER.                                            *
      *****************************************************
       01  PROJECT-RECORD.
           03  PRJ-CODE            PIC X(08).
           03  PRJ-STATUS          PIC X(01).
               88  PRJ-ACTIVE                 VALUE 'A'.
               88  PRJ-CLOSED                 VALUE 'C'.
           03  PRJ-OWNER-LOC       PIC X(03).
           03  PRJ-CAPITAL-FLAG    PIC X(01).
               88  PRJ-CAPITALISABLE          VALUE 'Y'.
