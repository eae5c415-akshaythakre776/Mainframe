           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PARM-FILE-STAT.
           SELECT REPORT-PARM-FILE  ASSIGN TO 'RPTPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-RPT-PARM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE-IN.
           03  S-EMP-LOC           PIC X(03).
           03  S-EMP-TECH          PIC X(05).
           03  FILLER              PIC X(82).
           03  S-BRK-KEY           PIC X(24).
       FD  SORT-PARM-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  SORT-PARM-RECORD.
               88  PARM-IS-LOC                VALUE 'L'.
               88  PARM-IS-TECH               VALUE 'T'.
           03  PARM-VALUE          PIC X(05).
       FD  REPORT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RPTPARM.
       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-PARM-FILE-STAT       PIC X(02).
       01  WS-RPT-PARM-STAT        PIC X(02).
       01  WS-CARD-FLAG            PIC X(01) VALUE 'N'.
           88  CARD-SORT-ON                  VALUE 'Y'.
       COPY BRKKREQ.
       01  WS-PARM-FLAG            PIC X(01) VALUE 'N'.
           88  PARM-FILE-MODE                VALUE 'Y'.
       01  WS-PARM-EOF-FLAG        PIC X(01) VALUE 'N'.
               PERFORM 0500-GET-LOC-FILTER-PARA
               PERFORM 0600-GET-TECH-FILTER-PARA
           END-IF
           PERFORM 0700-READ-BREAK-CARD-PARA
      *
           SORT SORT-WORK-FILE
           ON ASCENDING KEY S-BRK-KEY
           ON ASCENDING KEY S-EMP-LOC
           ON ASCENDING KEY S-EMP-TECH
           ON ASCENDING KEY S-EMP-ID
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-TECH
           END-PERFORM.
      *****************************************************
      *  WHEN CTRLBRK1'S CARD (RPTPARM.DAT) NAMES ITS OWN   *
      *  BREAK LEVELS, EACH RECORD CARRIES THE BRKKEYLK     *
      *  VALUES AS A LEADING SORT KEY SO THE ORDER SORTPRG1 *
      *  PRODUCED FOR THE CARD SURVIVES THIS SORT.  WITH NO *
      *  CARD THE KEY IS SPACES AND THE ORDER IS LOCATION,  *
      *  TECH, ID AS BEFORE.                                *
      *****************************************************
       0700-READ-BREAK-CARD-PARA.
           MOVE 'N' TO WS-CARD-FLAG
           OPEN INPUT REPORT-PARM-FILE
           IF WS-RPT-PARM-STAT = '00'
               READ REPORT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO BKQ-FUNCTION
                       MOVE PARM-BRK-FIELD(1) TO BKQ-FIELD(1)
                       MOVE PARM-BRK-FIELD(2) TO BKQ-FIELD(2)
                       MOVE PARM-BRK-FIELD(3) TO BKQ-FIELD(3)
                       MOVE PARM-BRK-FIELD(4) TO BKQ-FIELD(4)
                       CALL 'BRKKEYLK' USING BRK-KEY-REQUEST
                       IF BKQ-OK
                           MOVE 'Y' TO WS-CARD-FLAG
                           DISPLAY 'SORTING TO RPTPARM.DAT BREAK '
                               'LEVELS ' BKQ-FIELDS
                       END-IF
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF
           MOVE 'K' TO BKQ-FUNCTION.
       0750-BUILD-BREAK-KEY-PARA.
           MOVE SORT-REC TO BKQ-EMP-RECORD
           CALL 'BRKKEYLK' USING BRK-KEY-REQUEST
           MOVE BKQ-KEY  TO S-BRK-KEY.
       1000-INPUT-PROCESS.
           OPEN INPUT EMPLOYEE-FILE-IN
           PERFORM 1100-READ-EMPLOYEE
           PERFORM UNTIL END-OF-FILE
               PERFORM 1150-CHECK-LOC-PARA
               IF WS-LOC-COUNT = ZERO OR LOC-MATCHED
                   MOVE EMP-REC-IN TO SORT-REC
                   IF CARD-SORT-ON
                       PERFORM 0750-BUILD-BREAK-KEY-PARA
                   END-IF
                   RELEASE SORT-REC
                   ADD 1 TO WS-IN-RELEASED
                   DISPLAY 'EMP ', EMP-REC-IN
               ELSE
