       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE BUDGET MASTER FROM THE  *
      *  27-BYTE LAYOUT (YEAR, LOCATION, DEPARTMENT,        *
      *  HEADCOUNT, SALARY BUDGET) TO THE 49-BYTE BUDGREC   *
      *  LAYOUT THAT CARRIES THE BONUS POOL (EMPBONUS) AND  *
      *  THE TRAINING BUDGET (EMPTRSPD).  RUN BY THE        *
      *  EMPCONV7 INSTALL JOB BETWEEN THE COPY AND RELOAD   *
      *  STEPS - READS THE OLD-FORMAT COPY (BUDOLD.DAT) AND *
      *  WRITES THE NEW-FORMAT FILE (BUDNEW.DAT).  BOTH NEW *
      *  AMOUNTS START AT ZERO UNTIL FINANCE KEYS THE       *
      *  YEAR'S POOLS.                                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BUDGET-FILE ASSIGN TO 'BUDOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-BUDGET-FILE ASSIGN TO 'BUDNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BUDGET-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  OLD-BUDGET-RECORD.
           03  OLD-YEAR            PIC 9(04).
           03  OLD-LOC             PIC X(03).
           03  OLD-DEPT            PIC X(04).
           03  OLD-HEADCOUNT       PIC 9(05).
           03  OLD-SALARY          PIC 9(09)V99.
       FD  NEW-BUDGET-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY BUDGREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-TOT-CONVERTED        PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           OPEN INPUT OLD-BUDGET-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'BUDOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-BUDGET-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-BUDGET-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-YEAR      TO BUD-YEAR
           MOVE OLD-LOC       TO BUD-LOC
           MOVE OLD-DEPT      TO BUD-DEPT
           MOVE OLD-HEADCOUNT TO BUD-HEADCOUNT
           MOVE OLD-SALARY    TO BUD-SALARY
           MOVE ZERO          TO BUD-BONUS-POOL
                                 BUD-TRAIN-BUDGET
           WRITE BUDGET-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-BUDGET-FILE
                     NEW-BUDGET-FILE
           END-IF
           DISPLAY 'BUDGET RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
