       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCNV2.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE PAY HISTORY MASTER FROM *
      *  THE 58-BYTE LAYOUT (PHCNV1) TO THE 60-BYTE PAYHIST *
      *  LAYOUT THAT CARRIES THE PAY GROUP (PH-PAY-GROUP)   *
      *  EACH ENTRY WAS PAID IN.  RUN BY THE EMPCONV6       *
      *  INSTALL JOB BETWEEN THE UNLOAD AND RELOAD REPRO    *
      *  STEPS - READS THE OLD-FORMAT SEQUENTIAL UNLOAD     *
      *  (PHOLD.DAT) AND WRITES THE NEW-FORMAT SEQUENTIAL   *
      *  FILE (PHNEW.DAT).  EVERY EXISTING ENTRY WAS PAID   *
      *  ON THE ONE MONTHLY CALENDAR, SO IT IS CARRIED IN   *
      *  THE STANDARD GROUP (SPACES) WITH ITS PERIOD AND    *
      *  AMOUNTS AS THEY ARE.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HIST-FILE ASSIGN TO 'PHOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-HIST-FILE ASSIGN TO 'PHNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  OLD-HIST-RECORD.
           03  OLD-KEY.
               05  OLD-EMP-ID      PIC X(05).
               05  OLD-PERIOD      PIC 9(06).
               05  OLD-SEQ         PIC 9(02).
           03  OLD-ENTRY-TYPE      PIC X(01).
           03  OLD-PAY-DATE        PIC 9(08).
           03  OLD-GROSS           PIC S9(7)V99.
           03  OLD-TAX             PIC S9(7)V99.
           03  OLD-DEDN            PIC S9(7)V99.
           03  OLD-NET             PIC S9(7)V99.
       FD  NEW-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
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
           OPEN INPUT OLD-HIST-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'PHOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-HIST-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-KEY        TO PH-KEY
           MOVE OLD-ENTRY-TYPE TO PH-ENTRY-TYPE
           MOVE OLD-PAY-DATE   TO PH-PAY-DATE
           MOVE OLD-GROSS      TO PH-GROSS
           MOVE OLD-TAX        TO PH-TAX
           MOVE OLD-DEDN       TO PH-DEDN
           MOVE OLD-NET        TO PH-NET
           MOVE SPACES         TO PH-PAY-GROUP
           WRITE PAY-HISTORY-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-HIST-FILE
                     NEW-HIST-FILE
           END-IF
           DISPLAY 'PAY HISTORY RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
