      *  MASTER.  A DELETE OF A CODE STILL CARRIED BY       *
      *  RECORDS ON EMPMAST.DAT IS REFUSED WITH THE         *
      *  WHERE-USED COUNT IN THE REJECT REASON.             *
      *  FILE 'O' MAINTAINS THE CLIENT PURCHASE-ORDER       *
      *  MASTER (POMAST.DAT, POREC.CPY) THE SAME WAY.  ONLY *
      *  THE PO'S TERMS ARE KEYED - THE CONSUMED VALUE IS   *
      *  CARRIED BY THE INVOICING RUN AND IS KEPT ON A      *
      *  CHANGE; A CEILING BELOW WHAT IS ALREADY CONSUMED,  *
      *  OR A DELETE OF A PO ALREADY INVOICED AGAINST, IS   *
      *  REFUSED (CLOSE IT WITH STATUS 'C' INSTEAD).        *
      *  FILE 'T' MAINTAINS THE TRAINING COURSE MASTER      *
      *  (CRSEMAST.DAT, CRSEREC.CPY).  THE COURSE'S SKILL   *
      *  CODE MUST BE ON THE RATE MASTER AND ITS            *
      *  PROFICIENCY 1-3.  A COURSE NO LONGER RUN IS CLOSED *
      *  WITH STATUS 'C'; A DELETE IS REFUSED ONCE THE      *
      *  COURSE HAS COMPLETIONS ON TRNLEDG.DAT.  A PROJECT  *
      *  TRANSACTION ALSO CARRIES THE OWNING LOCATION       *
      *  (RT-PROJ-OWNER-LOC) WHOSE COST CENTER RECEIVES     *
      *  INTERCOMPANY RECHARGES FOR IT; A CODE THAT IS      *
      *  KEYED MUST BE ON THE LOCATION MASTER.  IT CARRIES  *
      *  THE CAPITALISABLE FLAG TOO (RT-PROJ-CAPITAL, 'Y'   *
      *  OR 'N') THAT SENDS THE PROJECT'S LABOUR COST TO    *
      *  THE CAPITALISATION ACCOUNT IN EMPLDIST.            *
      *  A LOCATION TRANSACTION CARRIES THE COMPANY THAT    *
      *  EMPLOYS THE SITE'S STAFF (RT-LOC-COMPANY); IT MUST *
      *  BE KEYED AND BE ON THE COMPANY MASTER.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT PO-MASTER ASSIGN TO 'POMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PO-NUMBER
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT COURSE-MASTER ASSIGN TO 'CRSEMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CRS-CODE
           FILE STATUS  IS WS-FILE-STAT11.

           SELECT LEDGER-FILE ASSIGN TO 'TRNLEDG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  REF-TRAN-RECORD.
           03  RT-FILE-ID          PIC X(01).
               88  RT-LOC-FILE                 VALUE 'L'.
               88  RT-RATE-FILE                VALUE 'R'.
               88  RT-DEPT-FILE                VALUE 'D'.
               88  RT-PROJ-FILE                VALUE 'P'.
               88  RT-PO-FILE                  VALUE 'O'.
               88  RT-COURSE-FILE              VALUE 'T'.
           03  RT-ACTION           PIC X(01).
               88  RT-ADD                      VALUE 'A'.
               88  RT-CHANGE                   VALUE 'C'.
               88  RT-DELETE                   VALUE 'D'.
           03  RT-KEY              PIC X(05).
           03  RT-DATA             PIC X(89).
           03  RT-LOC-DATA REDEFINES RT-DATA.
               05  RT-LOC-NAME     PIC X(30).
               05  RT-LOC-ADDRESS  PIC X(40).
               05  RT-LOC-REGION   PIC X(04).
               05  RT-LOC-PHONE    PIC X(12).
               05  RT-LOC-COMPANY  PIC X(03).
           03  RT-CC-DATA REDEFINES RT-DATA.
               05  RT-CC-CODE      PIC X(06).
               05  RT-CC-NAME      PIC X(20).
               05  FILLER          PIC X(63).
           03  RT-RATE-DATA REDEFINES RT-DATA.
               05  RT-RATE-AMT     PIC 9(3)V99.
               05  RT-RATE-DESC    PIC X(20).
               05  FILLER          PIC X(64).
           03  RT-DEPT-DATA REDEFINES RT-DATA.
               05  RT-DEPT-NAME    PIC X(25).
               05  RT-DEPT-MGR     PIC X(05).
               05  RT-DEPT-PARENT  PIC X(04).
               05  FILLER          PIC X(55).
      *    PROJECT CODES ARE EIGHT CHARACTERS - TOO WIDE FOR
      *    THE FIVE-COLUMN KEY FIELD, SO THE FULL CODE RIDES
      *    AT THE FRONT OF THE DATA AREA AND RT-KEY CARRIES
               05  RT-PROJ-NAME    PIC X(20).
               05  RT-PROJ-CLIENT  PIC X(08).
               05  RT-PROJ-STATUS  PIC X(01).
               05  RT-PROJ-OWNER-LOC PIC X(03).
               05  RT-PROJ-CAPITAL PIC X(01).
                   88  RT-PROJ-CAPITAL-OK      VALUES 'Y' 'N'.
               05  FILLER          PIC X(48).
      *    PO NUMBERS ARE TWELVE CHARACTERS AND RIDE AT THE
      *    FRONT OF THE DATA AREA THE SAME WAY; THE REST OF
      *    THE AREA IS POSITIONS 13-56 OF THE PO RECORD.
           03  RT-PO-DATA REDEFINES RT-DATA.
               05  RT-PO-NUMBER    PIC X(12).
               05  RT-PO-CLIENT    PIC X(08).
               05  RT-PO-PROJECT   PIC X(08).
               05  RT-PO-START     PIC 9(08).
               05  RT-PO-END       PIC 9(08).
               05  RT-PO-CEILING   PIC 9(9)V99.
               05  RT-PO-STATUS    PIC X(01).
               05  FILLER          PIC X(33).
           03  RT-CRS-DATA REDEFINES RT-DATA.
               05  RT-CRS-TITLE    PIC X(30).
               05  RT-CRS-SKILL    PIC X(05).
               05  RT-CRS-PROF     PIC X(01).
               05  RT-CRS-MONTHS   PIC 9(03).
               05  RT-CRS-COST     PIC 9(05)V99.
               05  RT-CRS-STATUS   PIC X(01).
               05  FILLER          PIC X(42).
       FD  LOCATION-MASTER.
       COPY LOCMREC.
       FD  CC-MASTER.
       COPY DEPTREC.
       FD  PROJECT-MASTER.
       COPY PROJREC.
       FD  PO-MASTER.
       COPY POREC.
       FD  COURSE-MASTER.
       COPY CRSEREC.
       FD  LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY TRNLEDG.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  REPORT-FILE
           03  RFA-BA-FLAG         PIC X(01).
               88  RFA-BEFORE-IMAGE            VALUE 'B'.
               88  RFA-AFTER-IMAGE             VALUE 'A'.
           03  RFA-IMAGE           PIC X(92).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
           88  TRAN-REJECTED                   VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-MATCH-SUB            PIC 9(03) VALUE ZERO.
       01  WS-OWN-LOC-FLAG         PIC X(01) VALUE 'N'.
           88  OWN-LOC-ON-FILE               VALUE 'Y'.
       01  WS-RATE-HIT-SUB         PIC 9(03) VALUE ZERO.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-USE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-USE-COUNT-ED         PIC ZZZZ9.
           03  WS-CC-OPEN          PIC X(01) VALUE 'N'.
           03  WS-RATE-OPEN        PIC X(01) VALUE 'N'.
           03  WS-PROJ-OPEN        PIC X(01) VALUE 'N'.
           03  WS-PO-OPEN          PIC X(01) VALUE 'N'.
           03  WS-CRS-OPEN         PIC X(01) VALUE 'N'.
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-FILE-STAT12          PIC X(02).
       01  WS-LEDG-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER       VALUE 'Y'.
       01  WS-LOC-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-LOC-TABLE.
           03  LOC-ENTRY           OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-LOC-COUNT.
               05  TBL-LOC-DELETED PIC X(01).
               05  TBL-LOC-CODE    PIC X(03).
               05  TBL-LOC-DATA    PIC X(89).
       01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CC-TABLE.
           03  CC-ENTRY            OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-PROJ-COUNT.
               05  TBL-PROJ-DELETED PIC X(01).
               05  TBL-PROJ-CODE   PIC X(08).
               05  TBL-PROJ-DATA   PIC X(33).
       01  WS-PO-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-PO-TABLE.
           03  PO-ENTRY            OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PO-COUNT.
               05  TBL-PO-DELETED  PIC X(01).
               05  TBL-PO-NUMBER   PIC X(12).
               05  TBL-PO-DATA     PIC X(44).
       01  WS-CRS-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CRS-TABLE.
           03  CRS-ENTRY           OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-CRS-COUNT.
               05  TBL-CRS-DELETED PIC X(01).
               05  TBL-CRS-CODE    PIC X(05).
               05  TBL-CRS-DATA    PIC X(55).
       01  WS-COMP-FLAG            PIC X(01) VALUE 'N'.
           88  COMP-ON-FILE                  VALUE 'Y'.
       COPY REFLKREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           PERFORM 1300-LOAD-RATE-TABLE-PARA
           PERFORM 1400-LOAD-DEPT-TABLE-PARA
           PERFORM 1460-LOAD-PROJ-TABLE-PARA
           PERFORM 1480-LOAD-PO-TABLE-PARA
           PERFORM 1495-LOAD-CRS-TABLE-PARA
           PERFORM 1500-READ-TRAN.
       1100-LOAD-LOC-TABLE-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
                       ADD 1 TO WS-LOC-COUNT
                       MOVE 'N'  TO TBL-LOC-DELETED(WS-LOC-COUNT)
                       MOVE LOCM-CODE TO TBL-LOC-CODE(WS-LOC-COUNT)
                       MOVE LOCM-RECORD(4:89)
                                  TO TBL-LOC-DATA(WS-LOC-COUNT)
                   ELSE
                       DISPLAY 'WARNING - LOCATION TABLE FULL AT '
                           TBL-PROJ-DELETED(WS-PROJ-COUNT)
                       MOVE PRJ-CODE TO
                           TBL-PROJ-CODE(WS-PROJ-COUNT)
                       MOVE PROJECT-RECORD(9:33)
                                  TO TBL-PROJ-DATA(WS-PROJ-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PROJECT TABLE FULL AT '
                           ' NOT MAINTAINABLE THIS RUN'
                   END-IF
           END-READ.
       1480-LOAD-PO-TABLE-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
           OPEN I-O PO-MASTER
           IF WS-FILE-STAT10 = '35'
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF
           IF WS-FILE-STAT10 = '00'
               MOVE 'Y' TO WS-PO-OPEN
               PERFORM 1490-LOAD-PO-PARA UNTIL END-OF-LOAD
           ELSE
               DISPLAY 'POMAST.DAT NOT AVAILABLE - PURCHASE-ORDER '
                   'TRANSACTIONS WILL BE REJECTED'
           END-IF.
       1490-LOAD-PO-PARA.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   IF WS-PO-COUNT < 200
                       ADD 1 TO WS-PO-COUNT
                       MOVE 'N' TO TBL-PO-DELETED(WS-PO-COUNT)
                       MOVE PO-NUMBER TO TBL-PO-NUMBER(WS-PO-COUNT)
                       MOVE PO-RECORD(13:44)
                                  TO TBL-PO-DATA(WS-PO-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PO TABLE FULL AT 200 '
                           'ENTRIES - ' PO-NUMBER
                           ' NOT MAINTAINABLE THIS RUN'
                   END-IF
           END-READ.
       1495-LOAD-CRS-TABLE-PARA.
           MOVE 'N' TO WS-LOAD-FLAG
           OPEN I-O COURSE-MASTER
           IF WS-FILE-STAT11 = '35'
               OPEN OUTPUT COURSE-MASTER
               CLOSE COURSE-MASTER
               OPEN I-O COURSE-MASTER
           END-IF
           IF WS-FILE-STAT11 = '00'
               MOVE 'Y' TO WS-CRS-OPEN
               PERFORM 1497-LOAD-CRS-PARA UNTIL END-OF-LOAD
           ELSE
               DISPLAY 'CRSEMAST.DAT NOT AVAILABLE - COURSE '
                   'TRANSACTIONS WILL BE REJECTED'
           END-IF.
       1497-LOAD-CRS-PARA.
           READ COURSE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-FLAG
               NOT AT END
                   IF WS-CRS-COUNT < 200
                       ADD 1 TO WS-CRS-COUNT
                       MOVE 'N' TO TBL-CRS-DELETED(WS-CRS-COUNT)
                       MOVE CRS-CODE TO TBL-CRS-CODE(WS-CRS-COUNT)
                       MOVE COURSE-RECORD(6:55)
                                  TO TBL-CRS-DATA(WS-CRS-COUNT)
                   ELSE
                       DISPLAY 'WARNING - COURSE TABLE FULL AT 200 '
                           'ENTRIES - ' CRS-CODE
                           ' NOT MAINTAINABLE THIS RUN'
                   END-IF
           END-READ.
       1500-READ-TRAN.
           READ TRAN-FILE
               AT END
                   PERFORM 6000-APPLY-DEPT-PARA
               WHEN RT-PROJ-FILE
                   PERFORM 6500-APPLY-PROJ-PARA
               WHEN RT-PO-FILE
                   PERFORM 6950-APPLY-PO-PARA
               WHEN RT-COURSE-FILE
                   PERFORM 7500-APPLY-CRS-PARA
               WHEN OTHER
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID FILE ID' TO WS-REASON
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.
      *****************************************************
      *  THE SITE'S COMPANY MUST BE ON THE COMPANY MASTER - *
      *  IT DECIDES WHICH JOURNAL AND BANK FILE ITS STAFF   *
      *  ARE PAID THROUGH.                                  *
      *****************************************************
       3150-CHECK-COMPANY-PARA.
           MOVE 'N' TO WS-COMP-FLAG
           IF RT-LOC-COMPANY NOT = SPACES
               MOVE 'K'            TO RLK-FILE-ID
               MOVE RT-LOC-COMPANY TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND
                   MOVE 'Y' TO WS-COMP-FLAG
               END-IF
           END-IF.
       3200-ADD-LOC-PARA.
           PERFORM 3150-CHECK-COMPANY-PARA
           EVALUATE TRUE
               WHEN RT-LOC-NAME = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'LOCATION NAME MISSING' TO WS-REASON
               WHEN RT-LOC-COMPANY = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COMPANY CODE MISSING' TO WS-REASON
               WHEN NOT COMP-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COMPANY NOT ON COMPANY MASTER' TO WS-REASON
               WHEN WS-LOC-COUNT >= 100
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'LOCATION TABLE FULL' TO WS-REASON
               WHEN OTHER
                   MOVE RT-KEY(1:3) TO LOCM-CODE
                   MOVE RT-DATA     TO LOCM-RECORD(4:89)
                   WRITE LOCM-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                   END-WRITE
           END-EVALUATE.
       3300-CHANGE-LOC-PARA.
           PERFORM 3150-CHECK-COMPANY-PARA
           IF RT-LOC-NAME = SPACES
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'LOCATION NAME MISSING' TO WS-REASON
           END-IF
           IF RT-LOC-COMPANY = SPACES AND NOT TRAN-REJECTED
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'COMPANY CODE MISSING' TO WS-REASON
           END-IF
           IF NOT COMP-ON-FILE AND NOT TRAN-REJECTED
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'COMPANY NOT ON COMPANY MASTER' TO WS-REASON
           END-IF
           IF TRAN-REJECTED
               CONTINUE
           ELSE
               MOVE RT-KEY(1:3) TO LOCM-CODE
               MOVE RT-DATA     TO LOCM-RECORD(4:89)
               REWRITE LOCM-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
           END-IF.
       6550-APPLY-PROJ-ACTION-PARA.
           PERFORM 6600-FIND-PROJ-PARA
           PERFORM 6650-CHECK-OWN-LOC-PARA
           EVALUATE TRUE
               WHEN RT-ADD AND WS-MATCH-SUB > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.
      *****************************************************
      *  THE OWNING LOCATION IS OPTIONAL - SPACES LEAVES    *
      *  THE PROJECT OUT OF THE INTERCOMPANY RECHARGE       *
      *  (EMPICRC) - BUT ONE THAT IS KEYED MUST BE A LIVE   *
      *  LOCATION.                                          *
      *****************************************************
       6650-CHECK-OWN-LOC-PARA.
           MOVE 'N' TO WS-OWN-LOC-FLAG
           IF RT-PROJ-OWNER-LOC = SPACES
               MOVE 'Y' TO WS-OWN-LOC-FLAG
           ELSE
               PERFORM 6660-MATCH-OWN-LOC-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOC-COUNT
           END-IF.
       6660-MATCH-OWN-LOC-PARA.
           IF TBL-LOC-DELETED(WS-SUB) = 'N'
               AND TBL-LOC-CODE(WS-SUB) = RT-PROJ-OWNER-LOC
               MOVE 'Y' TO WS-OWN-LOC-FLAG
           END-IF.
       6700-ADD-PROJ-PARA.
           EVALUATE TRUE
               WHEN RT-PROJ-NAME = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PROJECT NAME MISSING' TO WS-REASON
               WHEN NOT OWN-LOC-ON-FILE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'OWNING LOCATION NOT ON FILE' TO WS-REASON
               WHEN NOT RT-PROJ-CAPITAL-OK
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CAPITALISABLE FLAG NOT Y OR N' TO WS-REASON
               WHEN WS-PROJ-COUNT >= 100
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PROJECT TABLE FULL' TO WS-REASON
               WHEN OTHER
                   MOVE RT-PROJ-CODE TO PRJ-CODE
                   MOVE RT-DATA(9:33) TO PROJECT-RECORD(9:33)
                   WRITE PROJECT-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                               TBL-PROJ-DELETED(WS-PROJ-COUNT)
                           MOVE RT-PROJ-CODE TO
                               TBL-PROJ-CODE(WS-PROJ-COUNT)
                           MOVE RT-DATA(9:33) TO
                               TBL-PROJ-DATA(WS-PROJ-COUNT)
                           MOVE 'A' TO WS-RESULT-CODE
                           MOVE 'A' TO RFA-BA-FLAG
                           MOVE SPACES TO RFA-IMAGE
                           STRING RT-PROJ-CODE RT-DATA(9:33)
                               DELIMITED BY SIZE INTO RFA-IMAGE
                           END-STRING
                           PERFORM 2950-WRITE-AUDIT-PARA
           IF RT-PROJ-NAME = SPACES
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'PROJECT NAME MISSING' TO WS-REASON
           END-IF
           IF NOT OWN-LOC-ON-FILE
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'OWNING LOCATION NOT ON FILE' TO WS-REASON
           END-IF
           IF NOT RT-PROJ-CAPITAL-OK
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'CAPITALISABLE FLAG NOT Y OR N' TO WS-REASON
           END-IF
           IF TRAN-REJECTED
               CONTINUE
           ELSE
               MOVE RT-PROJ-CODE TO PRJ-CODE
               MOVE RT-DATA(9:33) TO PROJECT-RECORD(9:33)
               REWRITE PROJECT-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                              DELIMITED BY SIZE INTO RFA-IMAGE
                       END-STRING
                       PERFORM 2950-WRITE-AUDIT-PARA
                       MOVE RT-DATA(9:33) TO
                           TBL-PROJ-DATA(WS-MATCH-SUB)
                       MOVE 'A'     TO WS-RESULT-CODE
                       MOVE 'A'     TO RFA-BA-FLAG
                       MOVE SPACES  TO RFA-IMAGE
                       STRING RT-PROJ-CODE RT-DATA(9:33)
                           DELIMITED BY SIZE INTO RFA-IMAGE
                       END-STRING
                       PERFORM 2950-WRITE-AUDIT-PARA
                   MOVE 'A' TO WS-RESULT-CODE
           END-DELETE.
      *****************************************************
      *  PURCHASE-ORDER MASTER TRANSACTIONS.  THE TERMS     *
      *  (POSITIONS 13-56) COME OFF THE TRANSACTION; THE    *
      *  CONSUMED VALUE ON FILE IS NEVER KEYED.             *
      *****************************************************
       6950-APPLY-PO-PARA.
           IF WS-PO-OPEN NOT = 'Y'
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'PO MASTER NOT AVAILABLE' TO WS-REASON
           END-IF
           IF TRAN-REJECTED
               CONTINUE
           ELSE
               IF RT-PO-NUMBER = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO NUMBER MISSING' TO WS-REASON
               ELSE
                   PERFORM 6955-APPLY-PO-ACTION-PARA
               END-IF
           END-IF.
       6955-APPLY-PO-ACTION-PARA.
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM 6960-FIND-PO-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PO-COUNT
           IF RT-PO-STATUS = SPACE
               MOVE 'A' TO RT-PO-STATUS
           END-IF
           EVALUATE TRUE
               WHEN RT-ADD AND WS-MATCH-SUB > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO ALREADY ON FILE' TO WS-REASON
               WHEN RT-ADD
                   PERFORM 6965-VALIDATE-PO-PARA
                   IF NOT TRAN-REJECTED
                       PERFORM 6970-ADD-PO-PARA
                   END-IF
               WHEN WS-MATCH-SUB = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO NOT ON FILE' TO WS-REASON
               WHEN RT-CHANGE
                   PERFORM 6965-VALIDATE-PO-PARA
                   IF NOT TRAN-REJECTED
                       PERFORM 6980-CHANGE-PO-PARA
                   END-IF
               WHEN RT-DELETE
                   PERFORM 6990-DELETE-PO-PARA
           END-EVALUATE.
       6960-FIND-PO-PARA.
           IF TBL-PO-DELETED(WS-SUB) = 'N'
               AND TBL-PO-NUMBER(WS-SUB) = RT-PO-NUMBER
               MOVE WS-SUB TO WS-MATCH-SUB
           END-IF.
       6965-VALIDATE-PO-PARA.
           EVALUATE TRUE
               WHEN RT-PO-CLIENT = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO CLIENT MISSING' TO WS-REASON
               WHEN RT-PO-START NOT NUMERIC
                 OR RT-PO-END NOT NUMERIC
                 OR RT-PO-START = ZERO
                 OR RT-PO-END < RT-PO-START
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID PO DATES' TO WS-REASON
               WHEN RT-PO-CEILING NOT NUMERIC
                 OR RT-PO-CEILING = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID PO CEILING' TO WS-REASON
               WHEN RT-PO-STATUS NOT = 'A' AND RT-PO-STATUS NOT = 'C'
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID PO STATUS' TO WS-REASON
               WHEN RT-ADD AND WS-PO-COUNT >= 200
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO TABLE FULL' TO WS-REASON
           END-EVALUATE.
       6970-ADD-PO-PARA.
           MOVE SPACES         TO PO-RECORD
           MOVE RT-PO-NUMBER   TO PO-NUMBER
           MOVE RT-DATA(13:44) TO PO-RECORD(13:44)
           MOVE ZERO           TO PO-CONSUMED
                                  PO-LAST-INV-NO
           WRITE PO-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER WRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-PO-COUNT
                   MOVE 'N' TO TBL-PO-DELETED(WS-PO-COUNT)
                   MOVE RT-PO-NUMBER TO TBL-PO-NUMBER(WS-PO-COUNT)
                   MOVE RT-DATA(13:44) TO TBL-PO-DATA(WS-PO-COUNT)
                   MOVE 'A' TO WS-RESULT-CODE
                   MOVE 'A' TO RFA-BA-FLAG
                   MOVE SPACES TO RFA-IMAGE
                   MOVE PO-RECORD TO RFA-IMAGE
                   PERFORM 2950-WRITE-AUDIT-PARA
           END-WRITE.
       6980-CHANGE-PO-PARA.
           MOVE RT-PO-NUMBER TO PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER READ FAILED' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED
               IF RT-PO-CEILING < PO-CONSUMED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CEILING BELOW CONSUMED VALUE'
                       TO WS-REASON
               ELSE
                   MOVE 'B' TO RFA-BA-FLAG
                   MOVE SPACES TO RFA-IMAGE
                   MOVE PO-RECORD TO RFA-IMAGE
                   MOVE RT-DATA(13:44) TO PO-RECORD(13:44)
                   REWRITE PO-RECORD
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REASON
                       NOT INVALID KEY
                           PERFORM 2950-WRITE-AUDIT-PARA
                           MOVE RT-DATA(13:44) TO
                               TBL-PO-DATA(WS-MATCH-SUB)
                           MOVE 'A'       TO WS-RESULT-CODE
                           MOVE 'A'       TO RFA-BA-FLAG
                           MOVE SPACES    TO RFA-IMAGE
                           MOVE PO-RECORD TO RFA-IMAGE
                           PERFORM 2950-WRITE-AUDIT-PARA
                   END-REWRITE
               END-IF
           END-IF.
       6990-DELETE-PO-PARA.
           MOVE RT-PO-NUMBER TO PO-NUMBER
           READ PO-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER READ FAILED' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED
               IF PO-CONSUMED > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PO INVOICED AGAINST - CLOSE IT'
                       TO WS-REASON
               ELSE
                   MOVE 'B' TO RFA-BA-FLAG
                   MOVE SPACES TO RFA-IMAGE
                   MOVE PO-RECORD TO RFA-IMAGE
                   DELETE PO-MASTER
                       INVALID KEY
                           MOVE 'R' TO WS-RESULT-CODE
                           MOVE 'MASTER DELETE FAILED'
                               TO WS-REASON
                       NOT INVALID KEY
                           PERFORM 2950-WRITE-AUDIT-PARA
                           MOVE 'D' TO TBL-PO-DELETED(WS-MATCH-SUB)
                           MOVE 'A' TO WS-RESULT-CODE
                   END-DELETE
               END-IF
           END-IF.
      *****************************************************
      *  WHERE-USED CHECKS AGAINST EMPMAST.DAT             *
      *****************************************************
       7000-COUNT-LOC-USE-PARA.
                   END-IF
           END-READ.
      *****************************************************
      *  TRAINING COURSE MASTER TRANSACTIONS                *
      *****************************************************
       7500-APPLY-CRS-PARA.
           IF WS-CRS-OPEN NOT = 'Y'
               MOVE 'R' TO WS-RESULT-CODE
               MOVE 'COURSE MASTER NOT AVAILABLE' TO WS-REASON
           END-IF
           IF TRAN-REJECTED
               CONTINUE
           ELSE
               PERFORM 7550-APPLY-CRS-ACTION-PARA
           END-IF.
       7550-APPLY-CRS-ACTION-PARA.
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM 7560-FIND-CRS-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CRS-COUNT
           IF RT-CRS-STATUS = SPACE
               MOVE 'A' TO RT-CRS-STATUS
           END-IF
           EVALUATE TRUE
               WHEN RT-ADD AND WS-MATCH-SUB > ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COURSE ALREADY ON FILE' TO WS-REASON
               WHEN RT-ADD
                   PERFORM 7565-VALIDATE-CRS-PARA
                   IF NOT TRAN-REJECTED
                       PERFORM 7570-ADD-CRS-PARA
                   END-IF
               WHEN WS-MATCH-SUB = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COURSE NOT ON FILE' TO WS-REASON
               WHEN RT-CHANGE
                   PERFORM 7565-VALIDATE-CRS-PARA
                   IF NOT TRAN-REJECTED
                       PERFORM 7580-CHANGE-CRS-PARA
                   END-IF
               WHEN RT-DELETE
                   PERFORM 7590-DELETE-CRS-PARA
           END-EVALUATE.
       7560-FIND-CRS-PARA.
           IF TBL-CRS-DELETED(WS-SUB) = 'N'
               AND TBL-CRS-CODE(WS-SUB) = RT-KEY
               MOVE WS-SUB TO WS-MATCH-SUB
           END-IF.
       7565-VALIDATE-CRS-PARA.
           MOVE ZERO TO WS-RATE-HIT-SUB
           PERFORM 7567-FIND-CRS-SKILL-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RATE-COUNT
           EVALUATE TRUE
               WHEN RT-CRS-TITLE = SPACES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COURSE TITLE MISSING' TO WS-REASON
               WHEN RT-CRS-SKILL = SPACES
                 OR WS-RATE-HIT-SUB = ZERO
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'SKILL CODE NOT ON RATE MASTER' TO WS-REASON
               WHEN RT-CRS-PROF NOT = '1' AND RT-CRS-PROF NOT = '2'
                                     AND RT-CRS-PROF NOT = '3'
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'PROFICIENCY MUST BE 1-3' TO WS-REASON
               WHEN RT-CRS-MONTHS NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID VALIDITY MONTHS' TO WS-REASON
               WHEN RT-CRS-COST NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID COURSE COST' TO WS-REASON
               WHEN RT-CRS-STATUS NOT = 'A' AND RT-CRS-STATUS NOT = 'C'
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID COURSE STATUS' TO WS-REASON
               WHEN RT-ADD AND WS-CRS-COUNT >= 200
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'COURSE TABLE FULL' TO WS-REASON
           END-EVALUATE.
       7567-FIND-CRS-SKILL-PARA.
           IF TBL-RATE-DELETED(WS-SUB) = 'N'
               AND TBL-RATE-TECH(WS-SUB) = RT-CRS-SKILL
               MOVE WS-SUB TO WS-RATE-HIT-SUB
           END-IF.
       7570-ADD-CRS-PARA.
           MOVE SPACES         TO COURSE-RECORD
           MOVE RT-KEY         TO CRS-CODE
           MOVE RT-DATA(1:47)  TO COURSE-RECORD(6:47)
           WRITE COURSE-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER WRITE FAILED' TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CRS-COUNT
                   MOVE 'N' TO TBL-CRS-DELETED(WS-CRS-COUNT)
                   MOVE RT-KEY TO TBL-CRS-CODE(WS-CRS-COUNT)
                   MOVE COURSE-RECORD(6:55)
                               TO TBL-CRS-DATA(WS-CRS-COUNT)
                   MOVE 'A' TO WS-RESULT-CODE
                   MOVE 'A' TO RFA-BA-FLAG
                   MOVE SPACES TO RFA-IMAGE
                   MOVE COURSE-RECORD TO RFA-IMAGE
                   PERFORM 2950-WRITE-AUDIT-PARA
           END-WRITE.
       7580-CHANGE-CRS-PARA.
           MOVE RT-KEY TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MASTER READ FAILED' TO WS-REASON
           END-READ
           IF NOT TRAN-REJECTED
               MOVE 'B' TO RFA-BA-FLAG
               MOVE SPACES TO RFA-IMAGE
               MOVE COURSE-RECORD TO RFA-IMAGE
               MOVE RT-DATA(1:47) TO COURSE-RECORD(6:47)
               REWRITE COURSE-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'MASTER REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       PERFORM 2950-WRITE-AUDIT-PARA
                       MOVE COURSE-RECORD(6:55) TO
                           TBL-CRS-DATA(WS-MATCH-SUB)
                       MOVE 'A'           TO WS-RESULT-CODE
                       MOVE 'A'           TO RFA-BA-FLAG
                       MOVE SPACES        TO RFA-IMAGE
                       MOVE COURSE-RECORD TO RFA-IMAGE
                       PERFORM 2950-WRITE-AUDIT-PARA
               END-REWRITE
           END-IF.
       7590-DELETE-CRS-PARA.
           PERFORM 7600-COUNT-CRS-USE-PARA
           IF WS-USE-COUNT > ZERO
               MOVE WS-USE-COUNT TO WS-USE-COUNT-ED
               MOVE 'R' TO WS-RESULT-CODE
               MOVE SPACES TO WS-REASON
               STRING 'ON LEDGER ' WS-USE-COUNT-ED ' TIMES - CLOSE IT'
                   DELIMITED BY SIZE INTO WS-REASON
               END-STRING
           ELSE
               MOVE RT-KEY TO CRS-CODE
               READ COURSE-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'MASTER READ FAILED' TO WS-REASON
               END-READ
           END-IF
           IF NOT TRAN-REJECTED
               MOVE 'B' TO RFA-BA-FLAG
               MOVE SPACES TO RFA-IMAGE
               MOVE COURSE-RECORD TO RFA-IMAGE
               DELETE COURSE-MASTER
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'MASTER DELETE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       PERFORM 2950-WRITE-AUDIT-PARA
                       MOVE 'D' TO TBL-CRS-DELETED(WS-MATCH-SUB)
                       MOVE 'A' TO WS-RESULT-CODE
               END-DELETE
           END-IF.
       7600-COUNT-CRS-USE-PARA.
           MOVE ZERO TO WS-USE-COUNT
           MOVE 'N'  TO WS-LEDG-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STAT12 = '00'
               PERFORM 7650-SCAN-CRS-USE-PARA UNTIL END-OF-LEDGER
               CLOSE LEDGER-FILE
           END-IF.
       7650-SCAN-CRS-USE-PARA.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDG-EOF-FLAG
               NOT AT END
                   IF TLG-COURSE = RT-KEY
                       ADD 1 TO WS-USE-COUNT
                   END-IF
           END-READ.
      *****************************************************
      *  THE THREE INDEXED MASTERS WERE UPDATED IN PLACE AS *
      *  EACH TRANSACTION APPLIED - ONLY THE SEQUENTIAL     *
      *  DEPARTMENT MASTER IS REWRITTEN WHOLE HERE.         *
           IF WS-PROJ-OPEN = 'Y'
               CLOSE PROJECT-MASTER
           END-IF
           IF WS-PO-OPEN = 'Y'
               CLOSE PO-MASTER
           END-IF
           IF WS-CRS-OPEN = 'Y'
               CLOSE COURSE-MASTER
           END-IF
           IF WS-DEPT-CHANGED = 'Y'
               OPEN OUTPUT DEPT-MASTER
               PERFORM 8400-WRITE-DEPT-PARA
