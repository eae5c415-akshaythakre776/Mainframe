       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPLCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE INSURANCE PLAN FILE     *
      *  FROM THE OLD 8-BYTE LAYOUT (EMP-ID, PLAN) TO THE   *
      *  20-BYTE INSPLAN LAYOUT THAT CARRIES AN EFFECTIVE   *
      *  DATE, THE PRIOR PLAN AND THE SOURCE OF THE         *
      *  ELECTION, SO OPEN-ENROLMENT ELECTIONS CAN BE       *
      *  LOADED AHEAD OF THE NEW PLAN YEAR.  RUN BY THE     *
      *  EMPCONV3 INSTALL JOB BETWEEN THE UNLOAD AND RELOAD *
      *  REPRO STEPS - READS THE OLD-FORMAT SEQUENTIAL      *
      *  UNLOAD (IPLOLD.DAT) AND WRITES THE NEW-FORMAT      *
      *  SEQUENTIAL FILE (IPLNEW.DAT).  EVERY EXISTING PLAN *
      *  IS CARRIED AS IN FORCE ALREADY - EFFECTIVE DATE    *
      *  ZERO, NO PRIOR PLAN, NO SOURCE.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PLAN-FILE ASSIGN TO 'IPLOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-PLAN-FILE ASSIGN TO 'IPLNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PLAN-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OLD-PLAN-RECORD.
           03  OLD-EMP-ID          PIC X(05).
           03  OLD-PLAN            PIC X(03).
       FD  NEW-PLAN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY INSPLAN.
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
           OPEN INPUT OLD-PLAN-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'IPLOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-PLAN-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-EMP-ID TO IPL-EMP-ID
           MOVE OLD-PLAN   TO IPL-PLAN
           MOVE ZERO       TO IPL-EFF-DATE
           MOVE SPACES     TO IPL-PRIOR-PLAN
                              IPL-SOURCE
           WRITE INS-PLAN-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-PLAN-FILE
                     NEW-PLAN-FILE
           END-IF
           DISPLAY 'INSURANCE PLAN RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
