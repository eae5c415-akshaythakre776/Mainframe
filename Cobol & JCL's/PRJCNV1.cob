       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE PROJECT MASTER FROM THE *
      *  OLD 37-BYTE LAYOUT TO THE 40-BYTE PROJREC LAYOUT   *
      *  THAT CARRIES THE OWNING LOCATION (PRJ-OWNER-LOC)   *
      *  THE INTERCOMPANY RECHARGE RUN (EMPICRC) NEEDS.     *
      *  RUN BY THE EMPCONV4 INSTALL JOB BETWEEN THE UNLOAD *
      *  AND RELOAD REPRO STEPS - READS THE OLD-FORMAT      *
      *  SEQUENTIAL UNLOAD (PRJOLD.DAT) AND WRITES THE      *
      *  NEW-FORMAT SEQUENTIAL FILE (PRJNEW.DAT).  EVERY    *
      *  EXISTING PROJECT IS CARRIED WITH NO OWNER          *
      *  (SPACES), SO NOTHING IS RECHARGED UNTIL FINANCE    *
      *  KEYS THE OWNERS THROUGH REFMAINT.  THE 40-BYTE     *
      *  LAYOUT IS SPELLED OUT HERE RATHER THAN COPIED,     *
      *  BECAUSE PROJREC HAS SINCE GROWN TO 41 BYTES -      *
      *  PRJCNV2 TAKES THE FILE ON FROM THIS ONE.           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PROJ-FILE ASSIGN TO 'PRJOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-PROJ-FILE ASSIGN TO 'PRJNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PROJ-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  OLD-PROJ-RECORD.
           03  OLD-CODE            PIC X(08).
           03  OLD-NAME            PIC X(20).
           03  OLD-CLIENT          PIC X(08).
           03  OLD-STATUS          PIC X(01).
       FD  NEW-PROJ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NEW-PROJ-RECORD.
           03  NEW-CODE            PIC X(08).
           03  NEW-NAME            PIC X(20).
           03  NEW-CLIENT          PIC X(08).
           03  NEW-STATUS          PIC X(01).
           03  NEW-OWNER-LOC       PIC X(03).
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
           OPEN INPUT OLD-PROJ-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'PRJOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-PROJ-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-PROJ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-CODE   TO NEW-CODE
           MOVE OLD-NAME   TO NEW-NAME
           MOVE OLD-CLIENT TO NEW-CLIENT
           MOVE OLD-STATUS TO NEW-STATUS
           MOVE SPACES     TO NEW-OWNER-LOC
           WRITE NEW-PROJ-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-PROJ-FILE
                     NEW-PROJ-FILE
           END-IF
           DISPLAY 'PROJECT RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
