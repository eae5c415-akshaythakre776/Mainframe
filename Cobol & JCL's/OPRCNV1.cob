       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE OPERATOR PROFILE FILE   *
      *  FROM THE 30-BYTE LAYOUT (ID, NAME, ROLE, SALARY    *
      *  VIEW) TO THE 35-BYTE OPRREC LAYOUT THAT CARRIES    *
      *  THE OPERATOR'S OWN EMPLOYEE NUMBER (OPR-EMP-ID)    *
      *  FOR THE SEGREGATION-OF-DUTIES REPORT (EMPSOD).     *
      *  RUN BY THE EMPCONV7 INSTALL JOB BETWEEN THE COPY   *
      *  AND RELOAD STEPS - READS THE OLD-FORMAT COPY       *
      *  (OPROLD.DAT) AND WRITES THE NEW-FORMAT FILE        *
      *  (OPRNEW.DAT).  EVERY OPERATOR IS CARRIED WITH NO   *
      *  EMPLOYEE NUMBER (SPACES, AS FOR A SERVICE ACCOUNT) *
      *  UNTIL SECURITY ADMINISTRATION KEYS IT.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPR-FILE ASSIGN TO 'OPROLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-OPR-FILE ASSIGN TO 'OPRNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPR-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  OLD-OPR-RECORD.
           03  OLD-ID              PIC X(08).
           03  OLD-NAME            PIC X(20).
           03  OLD-ROLE            PIC X(01).
           03  OLD-SALARY-VIEW     PIC X(01).
       FD  NEW-OPR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
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
           OPEN INPUT OLD-OPR-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'OPROLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-OPR-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-OPR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-ID          TO OPR-ID
           MOVE OLD-NAME        TO OPR-NAME
           MOVE OLD-ROLE        TO OPR-ROLE
           MOVE OLD-SALARY-VIEW TO OPR-SALARY-VIEW
           MOVE SPACES          TO OPR-EMP-ID
           WRITE OPR-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-OPR-FILE
                     NEW-OPR-FILE
           END-IF
           DISPLAY 'OPERATOR RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
