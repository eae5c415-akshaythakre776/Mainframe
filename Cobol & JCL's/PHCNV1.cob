       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE PAY HISTORY MASTER FROM *
      *  THE OLD 55-BYTE LAYOUT (KEY EMP-ID + PERIOD) TO    *
      *  THE 58-BYTE LAYOUT THAT CARRIES AN ENTRY SEQUENCE  *
      *  AND ENTRY TYPE IN THE KEY AREA, SO A PERIOD CAN    *
      *  HOLD REVERSAL ENTRIES ALONGSIDE THE ORIGINAL.  RUN *
      *  BY THE EMPCONV2 INSTALL JOB BETWEEN THE UNLOAD AND *
      *  RELOAD REPRO STEPS - READS THE OLD-FORMAT          *
      *  SEQUENTIAL UNLOAD (PHOLD.DAT) AND WRITES THE       *
      *  NEW-FORMAT SEQUENTIAL FILE (PHNEW.DAT).  EVERY     *
      *  EXISTING ENTRY BECOMES SEQUENCE 00, TYPE P - THE   *
      *  OLD LAYOUT ONLY EVER HELD ONE PAY ENTRY PER PERIOD *
      *  - AND THE AMOUNTS ARE CARRIED AS THEY ARE.  THE    *
      *  58-BYTE LAYOUT IS SPELLED OUT HERE RATHER THAN     *
      *  COPIED, BECAUSE PAYHIST HAS SINCE GROWN TO 60      *
      *  BYTES - PHCNV2 TAKES THE FILE ON FROM THIS ONE.    *
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
           RECORD CONTAINS 55 CHARACTERS.
       01  OLD-HIST-RECORD.
           03  OLD-EMP-ID          PIC X(05).
           03  OLD-PERIOD          PIC 9(06).
           03  OLD-PAY-DATE        PIC 9(08).
           03  OLD-GROSS           PIC 9(7)V99.
           03  OLD-TAX             PIC 9(7)V99.
           03  OLD-DEDN            PIC 9(7)V99.
           03  OLD-NET             PIC 9(7)V99.
       FD  NEW-HIST-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  NEW-HIST-RECORD.
           03  NEW-EMP-ID          PIC X(05).
           03  NEW-PERIOD          PIC 9(06).
           03  NEW-SEQ             PIC 9(02).
           03  NEW-ENTRY-TYPE      PIC X(01).
           03  NEW-PAY-DATE        PIC 9(08).
           03  NEW-GROSS           PIC S9(7)V99.
           03  NEW-TAX             PIC S9(7)V99.
           03  NEW-DEDN            PIC S9(7)V99.
           03  NEW-NET             PIC S9(7)V99.
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
           MOVE OLD-EMP-ID   TO NEW-EMP-ID
           MOVE OLD-PERIOD   TO NEW-PERIOD
           MOVE ZERO         TO NEW-SEQ
           MOVE 'P'          TO NEW-ENTRY-TYPE
           MOVE OLD-PAY-DATE TO NEW-PAY-DATE
           MOVE OLD-GROSS    TO NEW-GROSS
           MOVE OLD-TAX      TO NEW-TAX
           MOVE OLD-DEDN     TO NEW-DEDN
           MOVE OLD-NET      TO NEW-NET
           WRITE NEW-HIST-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-HIST-FILE
                     NEW-HIST-FILE
           END-IF
           DISPLAY 'PAY HISTORY RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
