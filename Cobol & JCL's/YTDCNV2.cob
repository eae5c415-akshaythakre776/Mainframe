       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDCNV2.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE YTD ACCUMULATOR FROM    *
      *  THE 243-BYTE LAYOUT (YTDCNV1) TO THE 245-BYTE      *
      *  YTDREC LAYOUT THAT CARRIES THE EMPLOYEE'S PAY      *
      *  GROUP (YTD-PAY-GROUP).  RUN BY THE EMPCONV6        *
      *  INSTALL JOB BETWEEN THE UNLOAD AND RELOAD REPRO    *
      *  STEPS - READS THE OLD-FORMAT SEQUENTIAL UNLOAD     *
      *  (YTDOLD.DAT) AND WRITES THE NEW-FORMAT SEQUENTIAL  *
      *  FILE (YTDNEW.DAT).  THE TOTALS AND MONTHLY BUCKETS *
      *  ARE CARRIED AS THEY ARE, IN THE STANDARD GROUP     *
      *  (SPACES); EMPYTD STAMPS THE EMPLOYEE'S REAL GROUP  *
      *  ON ITS FIRST RUN AFTER CONVERSION.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-YTD-FILE ASSIGN TO 'YTDOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-YTD-FILE ASSIGN TO 'YTDNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-YTD-FILE
           RECORD CONTAINS 243 CHARACTERS.
       01  OLD-YTD-RECORD.
           03  OLD-EMP-ID          PIC X(05).
           03  OLD-LAST-YR         PIC 9(04).
           03  OLD-EARN            PIC 9(7)V99.
           03  OLD-DEDN            PIC 9(7)V99.
           03  OLD-MONTH-TABLE     PIC X(216).
       FD  NEW-YTD-FILE
           RECORD CONTAINS 245 CHARACTERS.
       COPY YTDREC.
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
           OPEN INPUT OLD-YTD-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'YTDOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-YTD-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-YTD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-EMP-ID      TO YTD-EMP-ID
           MOVE OLD-LAST-YR     TO YTD-LAST-YR
           MOVE OLD-EARN        TO YTD-EARN
           MOVE OLD-DEDN        TO YTD-DEDN
           MOVE OLD-MONTH-TABLE TO YTD-MONTH-TABLE
           MOVE SPACES          TO YTD-PAY-GROUP
           WRITE YTD-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-YTD-FILE
                     NEW-YTD-FILE
           END-IF
           DISPLAY 'YTD RECORDS CONVERTED: '
               WS-TOT-CONVERTED.
