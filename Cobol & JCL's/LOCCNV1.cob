       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE LOCATION MASTER FROM    *
      *  THE 89-BYTE LAYOUT TO THE 92-BYTE LOCMREC LAYOUT   *
      *  THAT CARRIES THE EMPLOYING COMPANY (LOCM-COMPANY). *
      *  RUN BY THE EMPCONV7 INSTALL JOB BETWEEN THE UNLOAD *
      *  AND RELOAD REPRO STEPS - READS THE OLD-FORMAT      *
      *  SEQUENTIAL UNLOAD (LOCOLD.DAT) AND WRITES THE      *
      *  NEW-FORMAT SEQUENTIAL FILE (LOCNEW.DAT).  EVERY    *
      *  SITE IS GIVEN THE DEFAULT COMPANY - LOCCNVCO=CCC   *
      *  IF SET, ELSE THE FIRST COMPANY ON COMPMAST.DAT -   *
      *  AND IS RAISED ON THE EXCEPTION REGISTER SO FINANCE *
      *  CAN CONFIRM OR CORRECT IT THROUGH REFMAINT BEFORE  *
      *  THE FIRST PER-COMPANY JOURNAL (RC=4).  WITH NO     *
      *  DEFAULT TO BE HAD THE COMPANY IS LEFT BLANK FOR    *
      *  REFMAINT TO FILL AND THE RUN ENDS RC=8.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOC-FILE ASSIGN TO 'LOCOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-LOC-FILE ASSIGN TO 'LOCNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT COMP-MASTER ASSIGN TO 'COMPMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LOC-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  OLD-LOC-RECORD.
           03  OLD-CODE            PIC X(03).
           03  OLD-NAME            PIC X(30).
           03  OLD-ADDRESS         PIC X(40).
           03  OLD-REGION          PIC X(04).
           03  OLD-PHONE           PIC X(12).
       FD  NEW-LOC-FILE
           RECORD CONTAINS 92 CHARACTERS.
       COPY LOCMREC.
       FD  COMP-MASTER
           RECORD CONTAINS 100 CHARACTERS.
       COPY COMPREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-DEFAULT-COMPANY      PIC X(03) VALUE SPACES.
       01  WS-TOT-CONVERTED        PIC 9(07) VALUE ZERO.
       COPY EXCPREG.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           PERFORM 1100-DEFAULT-COMPANY-PARA
           OPEN INPUT OLD-LOC-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'LOCOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-LOC-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
      *****************************************************
      *  THE OVERRIDE WINS; OTHERWISE THE FIRST COMPANY ON  *
      *  THE COMPANY MASTER, WHICH IS THE ONLY ONE FOR A    *
      *  SINGLE-COMPANY INSTALLATION.                       *
      *****************************************************
       1100-DEFAULT-COMPANY-PARA.
           ACCEPT WS-DEFAULT-COMPANY FROM ENVIRONMENT 'LOCCNVCO'
           IF WS-DEFAULT-COMPANY = SPACES
               OPEN INPUT COMP-MASTER
               IF WS-FILE-STAT3 = '00'
                   READ COMP-MASTER
                       NOT AT END
                           MOVE COMP-CODE TO WS-DEFAULT-COMPANY
                   END-READ
                   CLOSE COMP-MASTER
               END-IF
           END-IF
           IF WS-DEFAULT-COMPANY = SPACES
               DISPLAY 'NO DEFAULT COMPANY (LOCCNVCO NOT SET, '
                   'COMPMAST.DAT EMPTY) - COMPANY LEFT BLANK'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'DEFAULT COMPANY: ' WS-DEFAULT-COMPANY
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-LOC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-CODE           TO LOCM-CODE
           MOVE OLD-NAME           TO LOCM-NAME
           MOVE OLD-ADDRESS        TO LOCM-ADDRESS
           MOVE OLD-REGION         TO LOCM-REGION
           MOVE OLD-PHONE          TO LOCM-PHONE
           MOVE WS-DEFAULT-COMPANY TO LOCM-COMPANY
           WRITE LOCM-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           MOVE 'LOCCNV1 '  TO EXR-SOURCE-PGM
           MOVE OLD-CODE    TO EXR-KEY
           IF WS-DEFAULT-COMPANY = SPACES
               MOVE 'NO COMPANY - KEY IT IN REFMAINT' TO EXR-TEXT
           ELSE
               MOVE SPACES TO EXR-TEXT
               STRING 'DEFAULT COMPANY ' WS-DEFAULT-COMPANY
                      ' - CHECK IN REFMAINT'
                      DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
           END-IF
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF WS-DEFAULT-COMPANY = SPACES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-LOC-FILE
                     NEW-LOC-FILE
           END-IF
           DISPLAY 'LOCATION RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
