       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETYCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE EMPLOYMENT-TYPE FILE    *
      *  FROM THE OLD 11-BYTE LAYOUT (EMP-ID, TYPE, PAY     *
      *  RATE) TO THE 13-BYTE EMPTYPE LAYOUT THAT CARRIES   *
      *  THE EMPLOYEE'S PAY GROUP (ETY-PAY-GROUP).  RUN BY  *
      *  THE EMPCONV6 INSTALL JOB BETWEEN THE UNLOAD AND    *
      *  RELOAD REPRO STEPS - READS THE OLD-FORMAT          *
      *  SEQUENTIAL UNLOAD (ETYOLD.DAT) AND WRITES THE      *
      *  NEW-FORMAT SEQUENTIAL FILE (ETYNEW.DAT).  EVERY    *
      *  EXISTING RECORD IS CARRIED IN THE STANDARD MONTHLY *
      *  GROUP (SPACES), SO NOBODY CHANGES PAY FREQUENCY    *
      *  UNTIL PAYROLL KEYS A GROUP ON THEIR RECORD.        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TYPE-FILE ASSIGN TO 'ETYOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-TYPE-FILE ASSIGN TO 'ETYNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TYPE-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  OLD-TYPE-RECORD.
           03  OLD-EMP-ID          PIC X(05).
           03  OLD-TYPE            PIC X(01).
           03  OLD-PAY-RATE        PIC 9(3)V99.
       FD  NEW-TYPE-FILE
           RECORD CONTAINS 13 CHARACTERS.
       COPY EMPTYPE.
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
           OPEN INPUT OLD-TYPE-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'ETYOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-TYPE-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-TYPE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-EMP-ID   TO ETY-EMP-ID
           MOVE OLD-TYPE     TO ETY-TYPE
           MOVE OLD-PAY-RATE TO ETY-PAY-RATE
           MOVE SPACES       TO ETY-PAY-GROUP
           WRITE EMPTYPE-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-TYPE-FILE
                     NEW-TYPE-FILE
           END-IF
           DISPLAY 'EMPLOYMENT-TYPE RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
