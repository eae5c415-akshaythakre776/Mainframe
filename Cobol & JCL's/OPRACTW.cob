       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACTW.
      *****************************************************
      *  SHARED OPERATOR ACTION JOURNAL WRITER.  CALLED BY  *
      *  EMPTRNRL, EMPMAINT, EMPTCAPP AND BNKMAINT WITH AN  *
      *  OPRACT.CPY RECORD CARRYING THE OPERATOR, ACTION,   *
      *  BATCH AND EMPLOYEE.  STAMPS THE DATE AND TIME      *
      *  ITSELF AND APPENDS THE RECORD TO OPRACT.DAT,       *
      *  CREATING THE FILE ON FIRST USE - SAME CONVENTION   *
      *  AS ACCLOGW FOR THE INQUIRY ACCESS LOG.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-ACTION-FILE ASSIGN TO 'OPRACT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  OPR-ACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPR-ACTION-LOG-RECORD   PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-TODAY                PIC 9(08).
       01  WS-TIME-NOW.
           03  WS-TIME-HHMMSS      PIC 9(06).
           03  WS-TIME-FS          PIC 9(02).
       LINKAGE SECTION.
       COPY OPRACT.
       PROCEDURE DIVISION USING OPR-ACTION-RECORD.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY    FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY       TO OPA-DATE
           MOVE WS-TIME-HHMMSS TO OPA-TIME
           OPEN INPUT OPR-ACTION-FILE
           IF WS-FILE-STAT1 = '00'
               CLOSE OPR-ACTION-FILE
               OPEN EXTEND OPR-ACTION-FILE
           ELSE
               OPEN OUTPUT OPR-ACTION-FILE
           END-IF
           MOVE OPR-ACTION-RECORD TO OPR-ACTION-LOG-RECORD
           WRITE OPR-ACTION-LOG-RECORD
           CLOSE OPR-ACTION-FILE
           GOBACK.
