      *  KEYED ON EMP-ID, AND PRINTS A PERIOD-VS-YTD        *
      *  SUMMARY REPORT.  THE FIRST RUN OF A NEW CALENDAR   *
      *  YEAR STARTS THE ACCUMULATOR OVER RATHER THAN       *
      *  CARRYING THE PRIOR YEAR'S TOTALS FORWARD.  EACH    *
      *  RECORD IS STAMPED WITH THE EMPLOYEE'S PAY GROUP    *
      *  FROM EMPTYPE.DAT (BLANK FOR THE STANDARD MONTHLY   *
      *  GROUP, OR WHEN EMPTYPE.DAT IS NOT THERE).          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE
       01  YEND-CTL-RECORD.
           03  YEC-YEAR            PIC 9(04).
           03  YEC-CLOSE-DATE      PIC 9(08).
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-ETY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPTYPE-FILE-OPEN             VALUE 'Y'.
       01  WS-YEC-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-YEND-CTL               VALUE 'Y'.
       01  WS-OLD-YEAR             PIC 9(04) VALUE ZERO.
           IF WS-FILE-STAT2 = '00'
               PERFORM 1200-CHECK-YEAR-END-PARA
           END-IF
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
           END-IF
           PERFORM 1500-READ-EMPLOYEE.
      *    THE GATE KEYS OFF THE NEWEST YEAR ON THE ACCUMULATOR -
      *    OLD TERMINATED EMPLOYEES KEEP THEIR LAST YEAR, SO THE
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
       2200-UPDATE-YTD-PARA.
           PERFORM 2210-PAY-GROUP-PARA
           IF YTD-FOUND AND YTD-LAST-YR = WS-TODAY-YR
               ADD EMP-EARN TO YTD-EARN
               ADD EMP-DEDN TO YTD-DEDN
                   WRITE YTD-RECORD
               END-IF
           END-IF.
       2210-PAY-GROUP-PARA.
           MOVE SPACES TO YTD-PAY-GROUP
           IF EMPTYPE-FILE-OPEN
               MOVE EMP-ID TO ETY-EMP-ID
               READ EMPTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ETY-PAY-GROUP TO YTD-PAY-GROUP
               END-READ
           END-IF.
       2250-START-NEW-YEAR-PARA.
           MOVE EMP-EARN    TO YTD-EARN
           MOVE EMP-DEDN    TO YTD-DEDN
           PERFORM 9100-WRITE-RUNLOG-PARA
           CLOSE EMPLOYEE-FILE
                 YTD-MASTER
                 REPORT-FILE
           IF EMPTYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPYTD  ' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
