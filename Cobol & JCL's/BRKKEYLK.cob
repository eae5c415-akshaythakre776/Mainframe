       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKKEYLK.
      *****************************************************
      *  SHARED CONTROL-BREAK KEY BUILDER.  CALLED WITH A   *
      *  BRKKREQ.CPY BLOCK: FUNCTION S VALIDATES THE BREAK  *
      *  LEVELS OFF THE RPTPARM.CPY CARD, FUNCTION K TURNS  *
      *  ONE EMPLOYEE.DAT RECORD INTO ITS VALUE AT EACH     *
      *  LEVEL.  LOCATION, DEPARTMENT AND TECHNOLOGY COME   *
      *  STRAIGHT OFF THE RECORD; REGION AND COST CENTER    *
      *  ARE MAPPED FROM EMP-LOC THROUGH REFLKUP            *
      *  (LOCMAST.DAT, CCMAST.DAT) AND GRADE IS READ FROM   *
      *  EMPGRADE.DAT, WHICH IS OPENED ON THE FIRST CALL    *
      *  THAT NEEDS IT AND HELD, THE SAME CACHING IDEA AS   *
      *  PAYSTRLK.  CTRLBRK1 AND THE SORTS AHEAD OF IT ALL  *
      *  CALL HERE, SO A RECORD CAN NEVER SORT UNDER ONE    *
      *  VALUE AND BREAK UNDER ANOTHER.                     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-ASSIGN-FILE ASSIGN TO 'EMPGRADE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS GA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-ASSIGN-FILE.
       COPY GRDASGN.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-GRADE-LOADED         PIC X(01) VALUE 'N'.
           88  GRADE-FILE-TRIED              VALUE 'Y'.
       01  WS-GRADE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  GRADE-FILE-OPEN               VALUE 'Y'.
       01  WS-LVL                  PIC 9(01) VALUE ZERO.
       01  WS-CHK                  PIC 9(01) VALUE ZERO.
       01  WS-END-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-LEVELS                 VALUE 'Y'.
       COPY EMPREC.
       COPY LOCMREC.
       COPY CCREC.
       COPY REFLKREQ.
       LINKAGE SECTION.
       COPY BRKKREQ.
       PROCEDURE DIVISION USING BRK-KEY-REQUEST.
       0000-MAIN-PARA.
           EVALUATE TRUE
               WHEN BKQ-SETUP
                   PERFORM 1000-SETUP-PARA
               WHEN BKQ-BUILD-KEY
                   PERFORM 2000-BUILD-KEY-PARA
           END-EVALUATE
           GOBACK.
      *****************************************************
      *  THE LEVELS RUN UP TO THE FIRST BLANK FIELD.  ONE   *
      *  UNKNOWN OR REPEATED FIELD THROWS THE WHOLE CARD    *
      *  OUT - A HALF-TAKEN HIERARCHY WOULD PRINT TOTALS    *
      *  NOBODY ASKED FOR.                                  *
      *****************************************************
       1000-SETUP-PARA.
           MOVE ZERO TO BKQ-LEVEL-COUNT BKQ-RETURN
           MOVE 'N'  TO WS-END-FLAG
           PERFORM 1100-CHECK-LEVEL-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > 4 OR END-OF-LEVELS
           IF BKQ-OK AND BKQ-LEVEL-COUNT = ZERO
               MOVE 8 TO BKQ-RETURN
           END-IF
           IF NOT BKQ-OK
               MOVE 'LC' TO BKQ-FIELD(1)
               MOVE 'TC' TO BKQ-FIELD(2)
               MOVE 2    TO BKQ-LEVEL-COUNT
           END-IF
           PERFORM 1200-CLEAR-UNUSED-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > 4.
       1100-CHECK-LEVEL-PARA.
           IF BKQ-FIELD(WS-LVL) = SPACES
               MOVE 'Y' TO WS-END-FLAG
           ELSE
               IF NOT BKQ-FLD-VALID(WS-LVL)
                   MOVE 4 TO BKQ-RETURN
                   MOVE 'Y' TO WS-END-FLAG
               ELSE
                   PERFORM 1150-CHECK-REPEAT-PARA
                       VARYING WS-CHK FROM 1 BY 1
                       UNTIL WS-CHK NOT < WS-LVL
                   IF BKQ-OK
                       MOVE WS-LVL TO BKQ-LEVEL-COUNT
                   ELSE
                       MOVE 'Y' TO WS-END-FLAG
                   END-IF
               END-IF
           END-IF.
       1150-CHECK-REPEAT-PARA.
           IF BKQ-FIELD(WS-CHK) = BKQ-FIELD(WS-LVL)
               MOVE 4 TO BKQ-RETURN
           END-IF.
       1200-CLEAR-UNUSED-PARA.
           IF WS-LVL > BKQ-LEVEL-COUNT
               MOVE SPACES TO BKQ-FIELD(WS-LVL)
           END-IF
           MOVE SPACES TO BKQ-VALUE(WS-LVL).
       2000-BUILD-KEY-PARA.
           MOVE BKQ-EMP-RECORD TO EMPLOYEE-RECORD
           MOVE SPACES TO BKQ-KEY
           PERFORM 2100-LEVEL-VALUE-PARA
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > BKQ-LEVEL-COUNT.
       2100-LEVEL-VALUE-PARA.
           EVALUATE TRUE
               WHEN BKQ-FLD-LOC(WS-LVL)
                   MOVE EMP-LOC  TO BKQ-VALUE(WS-LVL)
               WHEN BKQ-FLD-DEPT(WS-LVL)
                   MOVE EMP-DEPT TO BKQ-VALUE(WS-LVL)
               WHEN BKQ-FLD-TECH(WS-LVL)
                   MOVE EMP-TECH TO BKQ-VALUE(WS-LVL)
               WHEN BKQ-FLD-REGION(WS-LVL)
                   PERFORM 2200-REGION-PARA
               WHEN BKQ-FLD-CC(WS-LVL)
                   PERFORM 2300-COST-CENTER-PARA
               WHEN BKQ-FLD-GRADE(WS-LVL)
                   PERFORM 2400-GRADE-PARA
           END-EVALUATE.
       2200-REGION-PARA.
           MOVE '****'  TO BKQ-VALUE(WS-LVL)
           MOVE 'L'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA    TO LOCM-RECORD
               MOVE LOCM-REGION TO BKQ-VALUE(WS-LVL)
           END-IF.
       2300-COST-CENTER-PARA.
           MOVE '******' TO BKQ-VALUE(WS-LVL)
           MOVE 'C'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA TO CC-RECORD
               MOVE CC-CODE  TO BKQ-VALUE(WS-LVL)
           END-IF.
       2400-GRADE-PARA.
           MOVE '***' TO BKQ-VALUE(WS-LVL)
           IF NOT GRADE-FILE-TRIED
               MOVE 'Y' TO WS-GRADE-LOADED
               OPEN INPUT GRADE-ASSIGN-FILE
               IF WS-FILE-STAT1 = '00'
                   MOVE 'Y' TO WS-GRADE-OPEN-FLAG
               ELSE
                   DISPLAY 'BRKKEYLK - EMPGRADE.DAT NOT AVAILABLE - '
                       'EVERYONE BREAKS AS UNGRADED'
               END-IF
           END-IF
           IF GRADE-FILE-OPEN
               MOVE EMP-ID TO GA-EMP-ID
               READ GRADE-ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GA-GRADE TO BKQ-VALUE(WS-LVL)
               END-READ
           END-IF.
