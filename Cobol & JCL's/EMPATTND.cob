                                   PIC 9(06).
       01  WS-CARD-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-ATT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ATT-TABLE.
           03  ATT-ENTRY           OCCURS 500 TIMES.
           03  WS-LI-MM            PIC 9(02).
           03  WS-LI-DD            PIC 9(02).
       01  WS-LT-STEPS             PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           MOVE WS-PER-YR TO WS-CHK-YR
           MOVE WS-PER-MM TO WS-CHK-MM
           MOVE 01        TO WS-CHK-DD
           MOVE 'LD'       TO DTQ-FUNCTION
           MOVE WS-CHK-NUM TO DTQ-DATE-1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE TO WS-CHK-NUM
               MOVE WS-CHK-DD       TO WS-MONTH-DAYS
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
               MOVE 'Y' TO
                   TBL-ATT-LEAVE(WS-FIND-SUB WS-LI-DD)
           END-IF
           MOVE 'AD'       TO DTQ-FUNCTION
           MOVE WS-LT-ITER TO DTQ-DATE-1
           MOVE 1          TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-LT-ITER.
      *****************************************************
      *  FIND (OR OPEN) THE ATTENDANCE ROW FOR THE EMP-ID   *
      *  IN WS-LOOK-EMP-ID; WS-FIND-SUB COMES BACK ZERO     *
