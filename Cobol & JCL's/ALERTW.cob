       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTW.
      *****************************************************
      *  SHARED OPERATIONS ALERT WRITER.  CALLED BY A       *
      *  PROGRAM AT THE MOMENT IT DETECTS A CONDITION       *
      *  ON-CALL MAY HAVE TO ACT ON, WITH AN ALERTREC.CPY   *
      *  RECORD CARRYING THE SEVERITY ('C' CRITICAL, 'M'    *
      *  MAJOR, 'W' WARNING), SOURCE PROGRAM, EMPCYCLE STEP *
      *  AND MESSAGE.  STAMPS THE RUN DATE AND TIME,        *
      *  DECIDES THE ROUTE FROM THE ALRTROUT.DAT SEVERITY   *
      *  AND ROUTING TABLE AND APPENDS THE ALERT TO         *
      *  ALERTLOG.DAT, CREATING THE FILE ON FIRST USE.  A   *
      *  ROUTING ROW NAMES A PROGRAM (OR '*' FOR ANY        *
      *  PROGRAM), A SEVERITY, THE ROUTE - 'P' PAGE NOW OR  *
      *  'M' HOLD FOR THE MORNING - AND THE ON-CALL GROUP   *
      *  TO PAGE; A ROW FOR THE PROGRAM ITSELF BEATS A '*'  *
      *  ROW.  WITH NO ROW, OR NO TABLE, CRITICAL ALERTS    *
      *  PAGE GROUP ONCALL AND EVERYTHING ELSE WAITS FOR    *
      *  THE MORNING.  EMPALRTF PASSES THE PAGE-NOW ALERTS  *
      *  TO THE PAGING GATEWAY.  SAME CALL CONVENTION AS    *
      *  RUNLOGW AND EXCPWRTR.                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTING-FILE ASSIGN TO 'ALRTROUT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT ALERT-LOG-FILE ASSIGN TO 'ALERTLOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTING-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ROUTING-RECORD.
           03  ART-SOURCE-PGM      PIC X(08).
           03  ART-SEVERITY        PIC X(01).
           03  ART-ROUTE           PIC X(01).
           03  ART-GROUP           PIC X(08).
           03  FILLER              PIC X(02).
       FD  ALERT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-LOG-RECORD        PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01).
           88  END-OF-ROUTING                VALUE 'Y'.
      *    2 = A ROW FOR THIS PROGRAM AND SEVERITY HAS BEEN
      *    APPLIED, 1 = ONLY A '*' ROW FOR THE SEVERITY SO FAR.
       01  WS-MATCH-LEVEL          PIC 9(01).
       01  WS-TODAY                PIC 9(08).
       01  WS-TIME-NOW.
           03  WS-TIME-HHMMSS      PIC 9(06).
           03  FILLER              PIC 9(02).
       LINKAGE SECTION.
       COPY ALERTREC.
       PROCEDURE DIVISION USING ALERT-RECORD.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY       TO ALR-RUN-DATE
           MOVE WS-TIME-HHMMSS TO ALR-RUN-TIME
           IF ALR-CRITICAL
               MOVE 'P' TO ALR-ROUTE
           ELSE
               MOVE 'M' TO ALR-ROUTE
           END-IF
           MOVE 'ONCALL'       TO ALR-GROUP
           MOVE ZERO           TO WS-MATCH-LEVEL
           MOVE 'N'            TO WS-EOF-FLAG
           OPEN INPUT ROUTING-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1000-READ-ROUTING-PARA UNTIL END-OF-ROUTING
               CLOSE ROUTING-FILE
           END-IF
           OPEN EXTEND ALERT-LOG-FILE
           IF WS-FILE-STAT2 = '35'
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF
           IF WS-FILE-STAT2 = '00'
               WRITE ALERT-LOG-RECORD FROM ALERT-RECORD
               CLOSE ALERT-LOG-FILE
           ELSE
               DISPLAY 'ALERTW - ALERTLOG.DAT OPEN FAILED - '
                   'STATUS ' WS-FILE-STAT2
           END-IF
           IF ALR-PAGE-NOW
               DISPLAY '*** ALERT FOR ' ALR-GROUP ' - '
                   ALR-SOURCE-PGM ' ' ALR-MESSAGE
           END-IF
           GOBACK.
       1000-READ-ROUTING-PARA.
           READ ROUTING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ART-SEVERITY = ALR-SEVERITY
                       IF ART-SOURCE-PGM = ALR-SOURCE-PGM
                           PERFORM 1100-APPLY-ROUTE-PARA
                           MOVE 2 TO WS-MATCH-LEVEL
                       ELSE
                           IF ART-SOURCE-PGM = '*'
                               AND WS-MATCH-LEVEL < 2
                               PERFORM 1100-APPLY-ROUTE-PARA
                               MOVE 1 TO WS-MATCH-LEVEL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1100-APPLY-ROUTE-PARA.
           IF ART-ROUTE = 'P' OR ART-ROUTE = 'M'
               MOVE ART-ROUTE TO ALR-ROUTE
           END-IF
           IF ART-GROUP NOT = SPACES
               MOVE ART-GROUP TO ALR-GROUP
           END-IF.
