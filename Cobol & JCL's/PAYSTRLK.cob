       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTRLK.
      *****************************************************
      *  SHARED PAY-STRUCTURE LOOKUP.  CALLED WITH A        *
      *  PSTRREQ.CPY BLOCK CARRYING AN EMP-ID AND A         *
      *  YYYYMMDD DATE; ANSWERS WITH THE EMPLOYEE'S         *
      *  PAYSTRC.DAT COMPONENTS IN FORCE ON THAT DATE - FOR *
      *  EACH COMPONENT THE RECORD WITH THE LATEST          *
      *  EFFECTIVE DATE NOT AFTER IT, A ZERO AMOUNT MEANING *
      *  THE COMPONENT HAS ENDED - SUMMED IN TOTAL AND BY   *
      *  THE PAYCOMP.DAT TAXABLE, INSURABLE, PENSIONABLE    *
      *  AND OVERTIME-BASE SWITCHES.  THE COMPONENT MASTER  *
      *  IS LOADED AND THE STRUCTURE FILE OPENED ON THE     *
      *  FIRST CALL AND HELD, THE SAME CACHING IDEA AS      *
      *  PAYCALLK.  NO PAYSTRC.DAT, OR NO COMPONENT IN      *
      *  FORCE, ANSWERS PSQ-FOUND 'N' AND THE CALLER WORKS  *
      *  FROM EMP-EARN EXACTLY AS IT DID BEFORE.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-STRUCT-FILE ASSIGN TO 'PAYSTRC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PSC-KEY
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT PAY-COMP-FILE ASSIGN TO 'PAYCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-STRUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYSTRC.
       FD  PAY-COMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PAYCOMP.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-LOADED-FLAG          PIC X(01) VALUE 'N'.
           88  STRUCTURE-LOADED              VALUE 'Y'.
       01  WS-STR-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  STRUCT-FILE-OPEN              VALUE 'Y'.
       01  WS-PCM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-COMPONENTS             VALUE 'Y'.
       01  WS-STR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STRUCTURE              VALUE 'Y'.
       01  WS-PCM-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PCM-TABLE.
           03  PCM-ENTRY           OCCURS 50 TIMES.
               05  TBL-PCM-CODE    PIC X(04).
               05  TBL-PCM-TAXABLE PIC X(01).
               05  TBL-PCM-SI      PIC X(01).
               05  TBL-PCM-PENSION PIC X(01).
               05  TBL-PCM-OT-BASE PIC X(01).
       01  WS-PCM-SUB              PIC 9(02) VALUE ZERO.
       01  WS-PCM-FOUND            PIC 9(02) VALUE ZERO.
       01  WS-CUR-COMP             PIC X(04) VALUE SPACES.
       01  WS-CUR-AMOUNT           PIC 9(5)V99 VALUE ZERO.
       LINKAGE SECTION.
       COPY PSTRREQ.
       PROCEDURE DIVISION USING PAY-STRUCT-REQUEST.
       0000-MAIN-PARA.
           IF NOT STRUCTURE-LOADED
               PERFORM 1000-LOAD-STRUCTURE-PARA
           END-IF
           MOVE 'N'  TO PSQ-FOUND
           MOVE ZERO TO PSQ-COMP-COUNT PSQ-TOTAL PSQ-TAXABLE
                        PSQ-SI-BASE PSQ-PEN-BASE PSQ-OT-BASE
           IF STRUCT-FILE-OPEN
               PERFORM 2000-SUM-COMPONENTS-PARA
           END-IF
           IF PSQ-COMP-COUNT > ZERO
               MOVE 'Y' TO PSQ-FOUND
           END-IF
           GOBACK.
       1000-LOAD-STRUCTURE-PARA.
           MOVE 'Y' TO WS-LOADED-FLAG
           OPEN INPUT PAY-COMP-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1100-LOAD-ONE-PARA UNTIL END-OF-COMPONENTS
               CLOSE PAY-COMP-FILE
           END-IF
           OPEN INPUT PAY-STRUCT-FILE
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-STR-OPEN-FLAG
           END-IF.
       1100-LOAD-ONE-PARA.
           READ PAY-COMP-FILE
               AT END
                   MOVE 'Y' TO WS-PCM-EOF-FLAG
               NOT AT END
                   IF WS-PCM-COUNT < 50
                       ADD 1 TO WS-PCM-COUNT
                       MOVE PCM-CODE    TO TBL-PCM-CODE(WS-PCM-COUNT)
                       MOVE PCM-TAXABLE TO
                           TBL-PCM-TAXABLE(WS-PCM-COUNT)
                       MOVE PCM-SI      TO TBL-PCM-SI(WS-PCM-COUNT)
                       MOVE PCM-PENSION TO
                           TBL-PCM-PENSION(WS-PCM-COUNT)
                       MOVE PCM-OT-BASE TO
                           TBL-PCM-OT-BASE(WS-PCM-COUNT)
                   ELSE
                       DISPLAY 'PAYSTRLK - COMPONENT TABLE FULL '
                           'AT 50 - REST IGNORED'
                       MOVE 'Y' TO WS-PCM-EOF-FLAG
                   END-IF
           END-READ.
      *****************************************************
      *  THE EMPLOYEE'S RECORDS COME IN COMPONENT AND       *
      *  EFFECTIVE-DATE ORDER, SO THE LAST ONE NOT AFTER    *
      *  THE DATE IS HELD UNTIL THE COMPONENT CHANGES.      *
      *****************************************************
       2000-SUM-COMPONENTS-PARA.
           MOVE 'N'        TO WS-STR-EOF-FLAG
           MOVE SPACES     TO WS-CUR-COMP
           MOVE ZERO       TO WS-CUR-AMOUNT
           MOVE PSQ-EMP-ID TO PSC-EMP-ID
           MOVE LOW-VALUES TO PSC-COMP
           MOVE ZERO       TO PSC-EFF-DATE
           START PAY-STRUCT-FILE KEY NOT < PSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STR-EOF-FLAG
           END-START
           PERFORM 2100-READ-COMPONENT-PARA UNTIL END-OF-STRUCTURE
           PERFORM 2200-ADD-COMPONENT-PARA.
       2100-READ-COMPONENT-PARA.
           READ PAY-STRUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STR-EOF-FLAG
               NOT AT END
                   IF PSC-EMP-ID NOT = PSQ-EMP-ID
                       MOVE 'Y' TO WS-STR-EOF-FLAG
                   ELSE
                       IF PSC-COMP NOT = WS-CUR-COMP
                           PERFORM 2200-ADD-COMPONENT-PARA
                           MOVE PSC-COMP TO WS-CUR-COMP
                           MOVE ZERO     TO WS-CUR-AMOUNT
                       END-IF
                       IF PSC-EFF-DATE NOT > PSQ-DATE
                           MOVE PSC-AMOUNT TO WS-CUR-AMOUNT
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  A COMPONENT NOT ON PAYCOMP.DAT IS TAXABLE,         *
      *  INSURABLE AND PENSIONABLE BUT OUTSIDE THE          *
      *  OVERTIME BASE.                                     *
      *****************************************************
       2200-ADD-COMPONENT-PARA.
           IF WS-CUR-AMOUNT > ZERO
               ADD 1             TO PSQ-COMP-COUNT
               ADD WS-CUR-AMOUNT TO PSQ-TOTAL
               MOVE ZERO TO WS-PCM-FOUND
               PERFORM 2300-FIND-COMPONENT-PARA
                   VARYING WS-PCM-SUB FROM 1 BY 1
                   UNTIL WS-PCM-SUB > WS-PCM-COUNT
               IF WS-PCM-FOUND = ZERO
                   ADD WS-CUR-AMOUNT TO PSQ-TAXABLE PSQ-SI-BASE
                                        PSQ-PEN-BASE
               ELSE
                   IF TBL-PCM-TAXABLE(WS-PCM-FOUND) = 'Y'
                       ADD WS-CUR-AMOUNT TO PSQ-TAXABLE
                   END-IF
                   IF TBL-PCM-SI(WS-PCM-FOUND) = 'Y'
                       ADD WS-CUR-AMOUNT TO PSQ-SI-BASE
                   END-IF
                   IF TBL-PCM-PENSION(WS-PCM-FOUND) = 'Y'
                       ADD WS-CUR-AMOUNT TO PSQ-PEN-BASE
                   END-IF
                   IF TBL-PCM-OT-BASE(WS-PCM-FOUND) = 'Y'
                       ADD WS-CUR-AMOUNT TO PSQ-OT-BASE
                   END-IF
               END-IF
           END-IF.
       2300-FIND-COMPONENT-PARA.
           IF TBL-PCM-CODE(WS-PCM-SUB) = WS-CUR-COMP
               MOVE WS-PCM-SUB TO WS-PCM-FOUND
           END-IF.
