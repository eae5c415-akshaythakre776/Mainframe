      *  REQUEST BLOCK FOR THE SHARED REFERENCE-MASTER      *
      *  LOOKUP SUBPROGRAM (REFLKUP).  THE CALLER SETS      *
      *  RLK-FILE-ID ('L' LOCATION, 'C' COST-CENTER, 'R'    *
      *  BILLING RATE, 'D' DEPARTMENT, 'K' COMPANY) AND     *
      *  RLK-KEY AND GETS BACK RLK-FOUND PLUS THE FULL      *
      *  RECORD IMAGE IN RLK-DATA, READY TO MOVE ONTO THE   *
      *  FILE'S OWN COPYBOOK LAYOUT.  THE SUBPROGRAM        *
      *  ANSWERS FROM AN IN-MEMORY CACHE AND FALLS BACK TO  *
      *  A KEYED READ OF THE INDEXED MASTER (A PASS OF THE  *
      *  SEQUENTIAL DEPARTMENT OR COMPANY MASTER) WHEN THE  *
      *  CACHE OVERFLOWS, SO NO CALLER CARRIES ITS OWN      *
      *  TABLE-LOAD PARAGRAPHS AND A REFERENCE FILE TOO BIG *
      *  FOR A FIXED TABLE CANNOT                           *
      *  BREAK ANYONE.                                      *
      *****************************************************
       01  REFLKUP-REQUEST.
           03  RLK-FILE-ID         PIC X(01).
               88  RLK-LOC-FILE               VALUE 'L'.
               88  RLK-CC-FILE                VALUE 'C'.
               88  RLK-RATE-FILE              VALUE 'R'.
               88  RLK-DEPT-FILE              VALUE 'D'.
               88  RLK-COMP-FILE              VALUE 'K'.
           03  RLK-KEY             PIC X(05).
           03  RLK-FOUND           PIC X(01).
               88  RLK-REC-FOUND              VALUE 'Y'.
               88  RLK-REC-NOT-FOUND          VALUE 'N'.
           03  RLK-DATA            PIC X(100).
