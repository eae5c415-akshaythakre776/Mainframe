       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPALRTF.
      *****************************************************
      *  OPERATIONS ALERT FEED FOR THE ON-CALL PAGING       *
      *  GATEWAY.  READS EVERY ALERT RAISED THROUGH ALERTW  *
      *  SINCE THE LAST RUN (ALERTLOG.DAT) AND WRITES THOSE *
      *  ALERTW ROUTED 'P' - PAGE NOW - TO ALERTF.DAT IN    *
      *  THE STANDARD TRANSMISSION ENVELOPE: AN 'H' HEADER  *
      *  WITH THE XMITGEN GENERATION NUMBER, ONE 'D' RECORD *
      *  PER ALERT CARRYING THE ON-CALL GROUP TO PAGE, AND  *
      *  A 'T' TRAILER COUNT.  AN EMPTY ENVELOPE IS STILL   *
      *  SENT SO THE GATEWAY SEES THE NIGHT WAS QUIET       *
      *  RATHER THAN LOST.  EVERY ALERT, PAGED OR HELD FOR  *
      *  THE MORNING, IS LISTED ON ALRTRPT.DAT AND APPENDED *
      *  TO ALERTHST.DAT, AFTER WHICH ALERTLOG.DAT IS       *
      *  EMPTIED.  RUNS EVEN ON A BAD NIGHT, WHICH IS WHEN  *
      *  IT MATTERS.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-LOG-FILE ASSIGN TO 'ALERTLOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT FEED-FILE ASSIGN TO 'ALERTF.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT HISTORY-FILE ASSIGN TO 'ALERTHST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'ALRTRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY ALERTREC.
       FD  FEED-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FEED-RECORD             PIC X(100).
       FD  HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HISTORY-RECORD          PIC X(100).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-LOG-FLAG             PIC X(01) VALUE 'N'.
           88  LOG-OPEN                      VALUE 'Y'.
       01  WS-TODAY                PIC 9(08) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-PAGED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-CRITICAL     PIC 9(05) VALUE ZERO.
       COPY XMITREQ.
       01  FEED-HEADER-REC.
           03  FHR-REC-CODE        PIC X(01) VALUE 'H'.
           03  FHR-FEED-ID         PIC X(08) VALUE 'EMPALRTF'.
           03  FHR-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  FHR-GENERATION      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(77) VALUE SPACES.
       01  FEED-DETAIL-REC.
           03  FDR-REC-CODE        PIC X(01) VALUE 'D'.
           03  FDR-SEVERITY        PIC X(01) VALUE SPACES.
           03  FDR-GROUP           PIC X(08) VALUE SPACES.
           03  FDR-SOURCE-PGM      PIC X(08) VALUE SPACES.
           03  FDR-STEP            PIC X(08) VALUE SPACES.
           03  FDR-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  FDR-RUN-TIME        PIC 9(06) VALUE ZERO.
           03  FDR-MESSAGE         PIC X(48) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  FEED-TRAILER-REC.
           03  FTL-REC-CODE        PIC X(01) VALUE 'T'.
           03  FTL-REC-COUNT       PIC 9(07) VALUE ZERO.
           03  FILLER              PIC X(92) VALUE SPACES.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'OPERATIONS ALERTS FOR        '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(42) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(02) VALUE 'S'.
           03  FILLER              PIC X(09) VALUE 'PROGRAM'.
           03  FILLER              PIC X(09) VALUE 'STEP'.
           03  FILLER              PIC X(07) VALUE 'TIME'.
           03  FILLER              PIC X(05) VALUE 'SENT'.
           03  FILLER              PIC X(48) VALUE 'MESSAGE'.
       01  DETAIL-LINE.
           03  OUT-SEVERITY        PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SOURCE-PGM      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-STEP            PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TIME            PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SENT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-MESSAGE         PIC X(48) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(16) VALUE
               'ALERTS LOGGED:  '.
           03  OUT-TOT-READ        PIC ZZZZ9.
           03  FILLER              PIC X(59) VALUE SPACES.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(16) VALUE
               'PAGED:          '.
           03  OUT-TOT-PAGED       PIC ZZZZ9.
           03  FILLER              PIC X(59) VALUE SPACES.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(16) VALUE
               'HELD TO MORNING:'.
           03  OUT-TOT-HELD        PIC ZZZZ9.
           03  FILLER              PIC X(59) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN OUTPUT FEED-FILE
           IF WS-FILE-STAT2 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT2 WS-FS-TEXT
               DISPLAY 'ALERTF.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'EMPALRTF' TO XG-FEED-ID
               CALL 'XMITGEN' USING XMITGEN-REQUEST
               MOVE XG-GENERATION TO FHR-GENERATION
               MOVE WS-TODAY      TO FHR-RUN-DATE
               WRITE FEED-RECORD FROM FEED-HEADER-REC
               DISPLAY 'ALERTF GENERATION ' XG-GENERATION
               OPEN EXTEND HISTORY-FILE
               IF WS-FILE-STAT3 = '35'
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               OPEN INPUT ALERT-LOG-FILE
               IF WS-FILE-STAT1 = '00'
                   MOVE 'Y' TO WS-LOG-FLAG
                   PERFORM 1500-READ-ALERT-PARA
               ELSE
                   DISPLAY 'ALERTLOG.DAT NOT PRESENT - NO ALERTS '
                       'RAISED SINCE THE LAST RUN'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.
       1500-READ-ALERT-PARA.
           READ ALERT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           WRITE HISTORY-RECORD FROM ALERT-RECORD
           IF ALR-CRITICAL
               ADD 1 TO WS-TOT-CRITICAL
           END-IF
           IF ALR-PAGE-NOW
               PERFORM 2100-WRITE-FEED-PARA
               MOVE 'PAGE' TO OUT-SENT
           ELSE
               ADD 1 TO WS-TOT-HELD
               MOVE 'HOLD' TO OUT-SENT
           END-IF
           MOVE ALR-SEVERITY   TO OUT-SEVERITY
           MOVE ALR-SOURCE-PGM TO OUT-SOURCE-PGM
           MOVE ALR-STEP       TO OUT-STEP
           MOVE ALR-RUN-TIME   TO OUT-TIME
           MOVE ALR-MESSAGE    TO OUT-MESSAGE
           WRITE REPORT-RECORD FROM DETAIL-LINE
           PERFORM 1500-READ-ALERT-PARA.
       2100-WRITE-FEED-PARA.
           ADD 1 TO WS-TOT-PAGED
           MOVE ALR-SEVERITY   TO FDR-SEVERITY
           MOVE ALR-GROUP      TO FDR-GROUP
           MOVE ALR-SOURCE-PGM TO FDR-SOURCE-PGM
           MOVE ALR-STEP       TO FDR-STEP
           MOVE ALR-RUN-DATE   TO FDR-RUN-DATE
           MOVE ALR-RUN-TIME   TO FDR-RUN-TIME
           MOVE ALR-MESSAGE    TO FDR-MESSAGE
           WRITE FEED-RECORD FROM FEED-DETAIL-REC.
      *    THE LOG IS EMPTIED ONLY ONCE ITS ALERTS ARE ON THE
      *    FEED AND ON ALERTHST.DAT, SO A FAILED RUN SENDS THEM
      *    ON THE NEXT ONE INSTEAD OF LOSING THEM.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT2 = '00'
               MOVE WS-TOT-PAGED TO FTL-REC-COUNT
               WRITE FEED-RECORD FROM FEED-TRAILER-REC
               CLOSE FEED-FILE
               CLOSE HISTORY-FILE
           END-IF
           IF LOG-OPEN
               CLOSE ALERT-LOG-FILE
               OPEN OUTPUT ALERT-LOG-FILE
               CLOSE ALERT-LOG-FILE
           END-IF
           MOVE WS-TOT-READ  TO OUT-TOT-READ
           MOVE WS-TOT-PAGED TO OUT-TOT-PAGED
           MOVE WS-TOT-HELD  TO OUT-TOT-HELD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** OPERATIONS ALERT FEED SUMMARY **'
           DISPLAY 'ALERTS LOGGED     : ', WS-TOT-READ
           DISPLAY 'CRITICAL          : ', WS-TOT-CRITICAL
           DISPLAY 'PAGED             : ', WS-TOT-PAGED
           DISPLAY 'HELD TO MORNING   : ', WS-TOT-HELD
           CLOSE REPORT-FILE.
