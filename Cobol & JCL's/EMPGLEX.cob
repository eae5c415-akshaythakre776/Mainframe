      *  NOT SUMMING TO ONE HUNDRED IS COUNTED AND THE      *
      *  EMPLOYEE FALLS BACK TO THE SINGLE MAPPED CENTER.   *
      *  AN EMPLOYEE TRANSFERRED THIS MONTH (XFERHIST.DAT)  *
      *  HAS THE MONTH'S COST PRO-RATED OVER THE CALENDAR   *
      *  DAYS IN THE MONTH (FROM DATECALC): DAYS BEFORE THE *
      *  EFFECTIVE DATE CHARGE THE OLD LOCATION'S COST      *
      *  CENTER, THE REMAINDER THE NEW ONE - INSTEAD OF THE *
      *  WHOLE MONTH LANDING IN THE NEW CENTER.             *
      *  EVERY EXTRACT LINE CARRIES THE EMPLOYEE'S PAY      *
      *  GROUP FROM NETPAY.DAT (BLANK FOR THE STANDARD      *
      *  MONTHLY GROUP OR WHEN NOT PAID) SO EMPJRNL CAN     *
      *  POST EACH GROUP'S COST SEPARATELY.                 *
      *  EVERY LINE ALSO CARRIES TWO COMPANY CODES FROM THE *
      *  LOCATION MASTER: GL-PAY-COMPANY, THE COMPANY THAT  *
      *  EMPLOYS AND PAYS THE EMPLOYEE (CURRENT LOCATION),  *
      *  AND GL-COMPANY, THE COMPANY WHOSE COST CENTER THE  *
      *  LINE IS CHARGED TO, PLUS THE LINE'S SHARE OF TAX   *
      *  (GL-TAX), SO EMPJRNL CAN BUILD A SEPARATELY        *
      *  BALANCED JOURNAL PER COMPANY.  THE TWO DIFFER ONLY *
      *  ON THE OLD-LOCATION SLICE OF A TRANSFER BETWEEN    *
      *  LOCATIONS OF DIFFERENT COMPANIES - THAT SLICE IS   *
      *  COUNTED AND RAISED ON THE EXCEPTION REGISTER FOR   *
      *  INTERCOMPANY TREATMENT.  SPLIT-ALLOCATION SLICES   *
      *  STAY WITH THE PAYING COMPANY.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD CONTAINS 110 CHARACTERS.
       COPY EMPREC.
       FD  EXTRACT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  EXTRACT-RECORD.
           03  GL-CC-CODE          PIC X(06).
           03  GL-EMP-ID           PIC X(05).
           03  GL-DEDN             PIC 9(7)V99.
           03  GL-NET              PIC 9(7)V99.
           03  GL-DATE             PIC 9(08).
           03  GL-PAY-GROUP        PIC X(02).
           03  GL-COMPANY          PIC X(03).
           03  GL-PAY-COMPANY      PIC X(03).
           03  GL-TAX              PIC 9(7)V99.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  ALLOC-FILE.
       COPY CCALLOC.
       01  WS-WORK-EARN            PIC 9(7)V99 VALUE ZERO.
       01  WS-WORK-DEDN            PIC 9(7)V99 VALUE ZERO.
       01  WS-WORK-NET             PIC 9(7)V99 VALUE ZERO.
       01  WS-WORK-TAX             PIC 9(7)V99 VALUE ZERO.
       01  WS-WORK-GROUP           PIC X(02) VALUE SPACES.
       01  WS-REM-EARN             PIC 9(7)V99 VALUE ZERO.
       01  WS-REM-DEDN             PIC 9(7)V99 VALUE ZERO.
       01  WS-REM-NET              PIC 9(7)V99 VALUE ZERO.
       01  WS-REM-TAX              PIC 9(7)V99 VALUE ZERO.
       01  WS-SLICE-EARN           PIC 9(7)V99 VALUE ZERO.
       01  WS-SLICE-DEDN           PIC 9(7)V99 VALUE ZERO.
       01  WS-SLICE-NET            PIC 9(7)V99 VALUE ZERO.
       01  WS-SLICE-TAX            PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-SPLIT-EMPS       PIC 9(05) VALUE ZERO.
       01  WS-TOT-BAD-ALLOCS       PIC 9(05) VALUE ZERO.
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-XFR-SUB              PIC 9(02) VALUE ZERO.
       01  WS-XFR-FIND             PIC 9(02) VALUE ZERO.
       01  WS-OLD-DAYS             PIC 9(02) VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-OLD-CC               PIC X(06) VALUE SPACES.
       01  WS-OLD-EARN             PIC 9(7)V99 VALUE ZERO.
       01  WS-OLD-DEDN             PIC 9(7)V99 VALUE ZERO.
       01  WS-OLD-NET              PIC 9(7)V99 VALUE ZERO.
       01  WS-OLD-TAX              PIC 9(7)V99 VALUE ZERO.
       01  WS-PAY-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-OLD-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-TOT-INTERCO          PIC 9(05) VALUE ZERO.
       01  WS-TOT-XFER-PRORATED    PIC 9(05) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
           03  GLH-FEED-ID         PIC X(08) VALUE 'EMPGLEX '.
           03  GLH-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  GLH-GENERATION      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(35) VALUE SPACES.
       01  WS-TOT-EMP              PIC 9(05) VALUE ZERO.
       01  WS-TOT-UNMAPPED         PIC 9(05) VALUE ZERO.
       COPY RUNLOG.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       COPY CCREC.
       COPY LOCMREC.
       COPY REFLKREQ.
       COPY DATEREQ.
       COPY EXCPREG.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CURR-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           MOVE 'LD' TO DTQ-FUNCTION
           COMPUTE DTQ-DATE-1 = (WS-CURR-PERIOD * 100) + 1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE(7:2) TO WS-MONTH-DAYS
           END-IF
           PERFORM 1300-LOAD-XFERS-PARA
           PERFORM 1200-WRITE-ENVELOPE-PARA
           PERFORM 1500-READ-EMPLOYEE.
               MOVE CC-CODE  TO WS-FOUND-CODE
           ELSE
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF
           MOVE EMP-LOC TO RLK-KEY
           PERFORM 2110-LOOKUP-COMPANY-PARA
           MOVE WS-OLD-COMPANY TO WS-PAY-COMPANY.
      *****************************************************
      *  COMPANY OWNING THE LOCATION IN RLK-KEY, RETURNED   *
      *  IN WS-OLD-COMPANY (SPACES WHEN NOT ON FILE).       *
      *****************************************************
       2110-LOOKUP-COMPANY-PARA.
           MOVE SPACES TO WS-OLD-COMPANY
           MOVE 'L'    TO RLK-FILE-ID
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-OLD-COMPANY
           END-IF.
       2200-WRITE-EXTRACT-PARA.
           PERFORM 2150-LOOKUP-NETPAY-PARA
           MOVE SPACES TO WS-WORK-GROUP
           IF NETPAY-FOUND
               MOVE NP-PAY-GROUP TO WS-WORK-GROUP
               MOVE NP-GROSS   TO WS-WORK-EARN
               MOVE NP-DEDN    TO WS-WORK-DEDN
               MOVE NP-NET     TO WS-WORK-NET
               MOVE NP-TAX     TO WS-WORK-TAX
           ELSE
               MOVE ZERO TO WS-WORK-TAX
               IF NETPAY-FILE-OPEN
                   MOVE ZERO TO WS-WORK-EARN WS-WORK-DEDN
                                WS-WORK-NET
           MOVE WS-WORK-EARN TO WS-REM-EARN
           MOVE WS-WORK-DEDN TO WS-REM-DEDN
           MOVE WS-WORK-NET  TO WS-REM-NET
           MOVE WS-WORK-TAX  TO WS-REM-TAX
           PERFORM 2175-WRITE-ONE-SLICE-PARA
               VARYING WS-ALC-SUB FROM 1 BY 1
               UNTIL WS-ALC-SUB > WS-ALC-COUNT.
               MOVE WS-REM-EARN TO WS-SLICE-EARN
               MOVE WS-REM-DEDN TO WS-SLICE-DEDN
               MOVE WS-REM-NET  TO WS-SLICE-NET
               MOVE WS-REM-TAX  TO WS-SLICE-TAX
           ELSE
               COMPUTE WS-SLICE-EARN ROUNDED =
                   WS-WORK-EARN * TBL-ALC-PCT(WS-ALC-SUB) / 100
                   WS-WORK-DEDN * TBL-ALC-PCT(WS-ALC-SUB) / 100
               COMPUTE WS-SLICE-NET ROUNDED =
                   WS-WORK-NET * TBL-ALC-PCT(WS-ALC-SUB) / 100
               COMPUTE WS-SLICE-TAX ROUNDED =
                   WS-WORK-TAX * TBL-ALC-PCT(WS-ALC-SUB) / 100
               SUBTRACT WS-SLICE-EARN FROM WS-REM-EARN
               SUBTRACT WS-SLICE-DEDN FROM WS-REM-DEDN
               SUBTRACT WS-SLICE-NET  FROM WS-REM-NET
               SUBTRACT WS-SLICE-TAX  FROM WS-REM-TAX
           END-IF
           MOVE TBL-ALC-CC(WS-ALC-SUB) TO GL-CC-CODE
           MOVE EMP-ID        TO GL-EMP-ID
           MOVE WS-SLICE-EARN TO GL-EARN
           MOVE WS-SLICE-DEDN TO GL-DEDN
           MOVE WS-SLICE-NET  TO GL-NET
           MOVE WS-SLICE-TAX  TO GL-TAX
           MOVE WS-TODAY      TO GL-DATE
           MOVE WS-WORK-GROUP TO GL-PAY-GROUP
           MOVE WS-PAY-COMPANY TO GL-COMPANY GL-PAY-COMPANY
           WRITE EXTRACT-RECORD.
       2180-WRITE-ONE-EXTRACT-PARA.
           PERFORM 2185-FIND-XFER-PARA
               MOVE WS-WORK-EARN   TO GL-EARN
               MOVE WS-WORK-DEDN   TO GL-DEDN
               MOVE WS-WORK-NET    TO GL-NET
               MOVE WS-WORK-TAX    TO GL-TAX
               MOVE WS-TODAY       TO GL-DATE
               MOVE WS-WORK-GROUP  TO GL-PAY-GROUP
               MOVE WS-PAY-COMPANY TO GL-COMPANY GL-PAY-COMPANY
               WRITE EXTRACT-RECORD
           END-IF.
       2185-FIND-XFER-PARA.
           IF WS-XFR-FIND > ZERO
               COMPUTE WS-OLD-DAYS =
                   TBL-XFR-EFF-DD(WS-XFR-FIND) - 1
               IF WS-OLD-DAYS > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-OLD-DAYS
               END-IF
           END-IF.
      *****************************************************
      *  TRANSFER MONTH: DAYS BEFORE THE EFFECTIVE DATE     *
      *  CHARGE THE OLD LOCATION'S CENTER AT ONE DAY OVER   *
      *  THE DAYS IN THE MONTH; THE REMAINDER GOES TO THE   *
      *  NEW CENTER SO THE TWO SLICES ALWAYS SUM TO THE     *
      *  EMPLOYEE'S FIGURES EXACTLY.                        *
      *****************************************************
       2190-WRITE-XFER-SPLIT-PARA.
           ADD 1 TO WS-TOT-XFER-PRORATED
               MOVE '******' TO WS-OLD-CC
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF
           MOVE TBL-XFR-OLD-LOC(WS-XFR-FIND) TO RLK-KEY
           PERFORM 2110-LOOKUP-COMPANY-PARA
           IF WS-OLD-COMPANY NOT = WS-PAY-COMPANY
               AND WS-OLD-COMPANY NOT = SPACES
               AND WS-PAY-COMPANY NOT = SPACES
               PERFORM 2195-FLAG-INTERCO-PARA
           END-IF
           COMPUTE WS-OLD-EARN ROUNDED =
               WS-WORK-EARN * WS-OLD-DAYS / WS-MONTH-DAYS
           COMPUTE WS-OLD-DEDN ROUNDED =
               WS-WORK-DEDN * WS-OLD-DAYS / WS-MONTH-DAYS
           COMPUTE WS-OLD-NET ROUNDED =
               WS-WORK-NET * WS-OLD-DAYS / WS-MONTH-DAYS
           COMPUTE WS-OLD-TAX ROUNDED =
               WS-WORK-TAX * WS-OLD-DAYS / WS-MONTH-DAYS
           MOVE WS-OLD-CC     TO GL-CC-CODE
           MOVE EMP-ID        TO GL-EMP-ID
           MOVE WS-OLD-EARN   TO GL-EARN
           MOVE WS-OLD-DEDN   TO GL-DEDN
           MOVE WS-OLD-NET    TO GL-NET
           MOVE WS-OLD-TAX    TO GL-TAX
           MOVE WS-TODAY      TO GL-DATE
           MOVE WS-WORK-GROUP TO GL-PAY-GROUP
           MOVE WS-OLD-COMPANY TO GL-COMPANY
           IF WS-OLD-COMPANY = SPACES
               MOVE WS-PAY-COMPANY TO GL-COMPANY
           END-IF
           MOVE WS-PAY-COMPANY TO GL-PAY-COMPANY
           WRITE EXTRACT-RECORD
           MOVE WS-FOUND-CODE TO GL-CC-CODE
           IF WS-FOUND-CODE = SPACES
           COMPUTE GL-EARN = WS-WORK-EARN - WS-OLD-EARN
           COMPUTE GL-DEDN = WS-WORK-DEDN - WS-OLD-DEDN
           COMPUTE GL-NET  = WS-WORK-NET  - WS-OLD-NET
           COMPUTE GL-TAX  = WS-WORK-TAX  - WS-OLD-TAX
           MOVE WS-TODAY      TO GL-DATE
           MOVE WS-WORK-GROUP TO GL-PAY-GROUP
           MOVE WS-PAY-COMPANY TO GL-COMPANY GL-PAY-COMPANY
           WRITE EXTRACT-RECORD.
      *****************************************************
      *  THE OLD-LOCATION SLICE IS CHARGED TO A DIFFERENT   *
      *  COMPANY FROM THE ONE THAT PAID IT - EMPJRNL POSTS  *
      *  IT THROUGH THE INTERCOMPANY ACCOUNTS, AND FINANCE  *
      *  IS TOLD THROUGH THE EXCEPTION REGISTER SO THE      *
      *  RECHARGE IS AGREED BETWEEN THE TWO ENTITIES.       *
      *****************************************************
       2195-FLAG-INTERCO-PARA.
           ADD 1 TO WS-TOT-INTERCO
           DISPLAY 'INTERCOMPANY TRANSFER SLICE ' EMP-ID ' '
               WS-OLD-COMPANY ' TO ' WS-PAY-COMPANY
           MOVE 'EMPGLEX ' TO EXR-SOURCE-PGM
           MOVE EMP-ID     TO EXR-KEY
           MOVE SPACES     TO EXR-TEXT
           STRING 'INTERCOMPANY TRANSFER SLICE '
                  WS-OLD-COMPANY '>' WS-PAY-COMPANY
               DELIMITED BY SIZE INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       2150-LOOKUP-NETPAY-PARA.
           MOVE 'N' TO WS-NP-FOUND-FLAG
           IF NETPAY-FILE-OPEN
           DISPLAY 'SPLIT-ALLOCATED   : ', WS-TOT-SPLIT-EMPS
           DISPLAY 'BAD ALLOCATIONS   : ', WS-TOT-BAD-ALLOCS
           DISPLAY 'XFER PRO-RATED    : ', WS-TOT-XFER-PRORATED
           DISPLAY 'INTERCOMPANY XFER : ', WS-TOT-INTERCO
           PERFORM 9100-WRITE-RUNLOG-PARA
           CLOSE EMPLOYEE-FILE
                 EXTRACT-FILE
