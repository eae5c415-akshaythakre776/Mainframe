       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJCNV2.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE PROJECT MASTER FROM THE *
      *  40-BYTE LAYOUT (PRJCNV1) TO THE 41-BYTE PROJREC    *
      *  LAYOUT THAT CARRIES THE CAPITALISABLE FLAG         *
      *  (PRJ-CAPITAL-FLAG) THE LABOUR DISTRIBUTION RUN     *
      *  (EMPLDIST) NEEDS.  RUN BY THE EMPCONV5 INSTALL JOB *
      *  BETWEEN THE UNLOAD AND RELOAD REPRO STEPS - READS  *
      *  THE OLD-FORMAT SEQUENTIAL UNLOAD (PRJOLD.DAT) AND  *
      *  WRITES THE NEW-FORMAT SEQUENTIAL FILE              *
      *  (PRJNEW.DAT).  EVERY EXISTING PROJECT IS CARRIED   *
      *  AS NOT CAPITALISABLE ('N'), SO ALL PROJECT TIME    *
      *  RECLASSES TO THE OWNING COST CENTER UNTIL FINANCE  *
      *  FLAGS THE CAPITAL PROJECTS THROUGH REFMAINT.       *
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
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-PROJ-RECORD.
           03  OLD-CODE            PIC X(08).
           03  OLD-NAME            PIC X(20).
           03  OLD-CLIENT          PIC X(08).
           03  OLD-STATUS          PIC X(01).
           03  OLD-OWNER-LOC       PIC X(03).
       FD  NEW-PROJ-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY PROJREC.
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
           MOVE OLD-CODE      TO PRJ-CODE
           MOVE OLD-NAME      TO PRJ-NAME
           MOVE OLD-CLIENT    TO PRJ-CLIENT
           MOVE OLD-STATUS    TO PRJ-STATUS
           MOVE OLD-OWNER-LOC TO PRJ-OWNER-LOC
           MOVE 'N'           TO PRJ-CAPITAL-FLAG
           WRITE PROJECT-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-PROJ-FILE
                     NEW-PROJ-FILE
           END-IF
           DISPLAY 'PROJECT RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
