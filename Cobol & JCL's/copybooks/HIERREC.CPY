      *****************************************************
      *  HIERREC.CPY                                       *
      *  REPORTING-LINE HIERARCHY EXTRACT RECORD            *
      *  (HIEREXT.DAT), WRITTEN BY EMPHIER FOR THE          *
      *  DIRECTORY AND ORG-CHART TOOLS.  ONE RECORD PER     *
      *  EMPLOYEE NOT TERMINATED.  HX-MGR-SOURCE SAYS WHERE *
      *  THE DIRECT MANAGER CAME FROM - 'D' THE DEPARTMENT  *
      *  CHAIN ON DEPTMAST.DAT, 'S' THE TIMECARD            *
      *  SUPERVISOR, SPACE FOR A TOP OF CHAIN.  HX-LEVEL    *
      *  COUNTS THE MANAGERS ABOVE THE EMPLOYEE (ZERO AT    *
      *  THE TOP).  HX-CHAIN-STATUS 'B' MEANS A MANAGER     *
      *  SOMEWHERE UP THE CHAIN IS TERMINATED OR NOT ON     *
      *  FILE, 'C' THAT THE CHAIN LOOPS (LEVEL ZERO, NO     *
      *  TOP).                                              *
      *****************************************************
       01  HIER-EXTRACT-RECORD.
           03  HX-EMP-ID           PIC X(05).
           03  HX-MGR-ID           PIC X(05).
           03  HX-MGR-SOURCE       PIC X(01).
               88  HX-FROM-DEPT               VALUE 'D'.
               88  HX-FROM-SUPV               VALUE 'S'.
               88  HX-TOP-OF-CHAIN            VALUE ' '.
           03  HX-LEVEL            PIC 9(02).
           03  HX-TOP-ID           PIC X(05).
           03  HX-DEPT             PIC X(04).
           03  HX-CHAIN-STATUS     PIC X(01).
               88  HX-CHAIN-OK                VALUE ' '.
               88  HX-CHAIN-BROKEN            VALUE 'B'.
               88  HX-CHAIN-CIRCULAR          VALUE 'C'.
           03  FILLER              PIC X(07).
