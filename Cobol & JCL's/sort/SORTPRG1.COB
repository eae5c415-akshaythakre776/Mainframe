      *  SORTS ASCENDING ON LOCATION (THEN TECH, THEN ID)    *
      *  AND IS THE OPTION THAT SHOULD FEED CTRLBRK1 - DO    *
      *  NOT PAIR CTRLBRK1 WITH THE OPTION '1' DEFAULT.      *
      *  WHEN RPTPARM.DAT CARRIES BREAK LEVELS FOR CTRLBRK1  *
      *  (RPTPARM.CPY) THE SORT IGNORES SORTPARM.DAT AND     *
      *  ORDERS EMPSORT.DAT ASCENDING ON THOSE LEVELS,       *
      *  OUTERMOST FIRST, THEN EMP-ID, WITH EACH LEVEL'S     *
      *  VALUE TAKEN FROM BRKKEYLK EXACTLY AS THE REPORT     *
      *  WILL SEE IT.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-PARM-FILE-STAT.
           SELECT CARD-SORT-FILE    ASSIGN TO 'SORTWKC.DAT'.
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
       SD  CARD-SORT-FILE.
       01  CARD-SORT-REC.
           03  C-EMP-DATA.
               05  C-EMP-ID        PIC X(05).
               05  FILLER          PIC X(105).
           03  C-BRK-KEY           PIC X(24).
       FD  SORT-PARM-FILE
           RECORD CONTAINS 01 CHARACTERS.
       01  SORT-PARM-RECORD        PIC X(01).
       FD  REPORT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RPTPARM.
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STAT       PIC X(02).
       01  WS-RPT-PARM-STAT        PIC X(02).
       01  WS-CARD-FLAG            PIC X(01) VALUE 'N'.
           88  CARD-SORT-ON                  VALUE 'Y'.
       01  WS-CARD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-CARD-INPUT             VALUE 'Y'.
       COPY BRKKREQ.
       01  WS-SORT-OPT             PIC X(01) VALUE '1'.
       01  WS-COUNT-FLAG           PIC X(01) VALUE 'N'.
           88  COUNT-EOF                     VALUE 'Y'.
       MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM READ-SORT-PARM-PARA.
           PERFORM READ-BREAK-CARD-PARA
           IF CARD-SORT-ON
               PERFORM SORT-BY-CARD-PARA
           ELSE
               EVALUATE WS-SORT-OPT
                   WHEN '2'
                       PERFORM SORT-BY-TECH-PARA
                   WHEN '3'
                       PERFORM SORT-BY-ID-PARA
                   WHEN '4'
                       PERFORM SORT-BY-LOC-ASC-PARA
                   WHEN OTHER
                       PERFORM SORT-BY-LOC-PARA
               END-EVALUATE
           END-IF
           PERFORM RECONCILE-COUNTS-PARA
           PERFORM 9100-WRITE-RUNLOG-PARA
           STOP RUN.
               END-READ
               CLOSE SORT-PARM-FILE
           END-IF.
      *****************************************************
      *  A CTRLBRK1 CARD (RPTPARM.DAT) THAT NAMES ITS OWN   *
      *  BREAK LEVELS DECIDES THE ORDER, WHATEVER           *
      *  SORTPARM.DAT SAYS.  A CARD BRKKEYLK THROWS OUT     *
      *  LEAVES THE SORTPARM.DAT OPTION IN CHARGE.          *
      *****************************************************
       READ-BREAK-CARD-PARA.
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
                       IF BKQ-CARD-REJECTED
                           DISPLAY 'RPTPARM.DAT BREAK LEVELS NOT '
                               'VALID - SORTPARM.DAT OPTION USED'
                       END-IF
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF.
       SORT-BY-CARD-PARA.
           SORT CARD-SORT-FILE
           ON ASCENDING KEY  C-BRK-KEY
           ON ASCENDING KEY  C-EMP-ID
           INPUT  PROCEDURE CARD-INPUT-PARA
           OUTPUT PROCEDURE CARD-OUTPUT-PARA.
       CARD-INPUT-PARA.
           MOVE 'N' TO WS-CARD-EOF-FLAG
           MOVE 'K' TO BKQ-FUNCTION
           OPEN INPUT EMPLOYEE-FILE-IN
           PERFORM CARD-RELEASE-PARA UNTIL END-OF-CARD-INPUT
           CLOSE EMPLOYEE-FILE-IN.
       CARD-RELEASE-PARA.
           READ EMPLOYEE-FILE-IN
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   MOVE EMP-REC-IN TO BKQ-EMP-RECORD C-EMP-DATA
                   CALL 'BRKKEYLK' USING BRK-KEY-REQUEST
                   MOVE BKQ-KEY    TO C-BRK-KEY
                   RELEASE CARD-SORT-REC
           END-READ.
       CARD-OUTPUT-PARA.
           MOVE 'N' TO WS-CARD-EOF-FLAG
           OPEN OUTPUT EMPLOYEE-FILE-OUT
           PERFORM CARD-RETURN-PARA UNTIL END-OF-CARD-INPUT
           CLOSE EMPLOYEE-FILE-OUT.
       CARD-RETURN-PARA.
           RETURN CARD-SORT-FILE RECORD INTO EMP-REC-OUT
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   WRITE EMP-REC-OUT
           END-RETURN.
       SORT-BY-LOC-PARA.
           SORT SORT-WORK-FILE
           ON DESCENDING KEY S-EMP-LOC
