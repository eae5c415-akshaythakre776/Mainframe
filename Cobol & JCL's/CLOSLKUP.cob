       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSLKUP.
      *****************************************************
      *  SHARED CLOSED-PERIOD LOOKUP.  CALLED WITH A        *
      *  CLSREQ.CPY BLOCK CARRYING A YYYYMM PERIOD; ANSWERS *
      *  WHETHER EMPCLOSE HAS FORMALLY CLOSED IT AND WHICH  *
      *  PERIOD IS THE FIRST STILL OPEN AFTER THE LATEST    *
      *  CLOSE.  FINANCE SIGNS A CLOSED MONTH OFF AND IT    *
      *  MUST NOT MOVE AFTERWARDS, SO EVERY POSTING PROGRAM *
      *  ASKS HERE BEFORE IT LETS A DATED ITEM INTO A       *
      *  PERIOD.  CLOSECTL.DAT IS LOADED ONCE ON THE FIRST  *
      *  CALL AND HELD, THE SAME CACHING IDEA AS REFLKUP.   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CTL-FILE ASSIGN TO 'CLOSECTL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CTL-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY CLOSECTL.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-LOADED-FLAG          PIC X(01) VALUE 'N'.
           88  CLOSES-LOADED                 VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-CTL-FILE               VALUE 'Y'.
       01  WS-CLS-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CLS-TABLE.
           03  CLS-ENTRY           OCCURS 240 TIMES.
               05  TBL-CLS-PERIOD  PIC 9(06).
               05  TBL-CLS-DATE    PIC 9(08).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-LATEST-CLOSED        PIC 9(06) VALUE ZERO.
       01  WS-LATEST-R REDEFINES WS-LATEST-CLOSED.
           03  WS-LATEST-YR        PIC 9(04).
           03  WS-LATEST-MM        PIC 9(02).
       01  WS-NEXT-OPEN            PIC 9(06) VALUE ZERO.
       LINKAGE SECTION.
       COPY CLSREQ.
       PROCEDURE DIVISION USING CLOSLKUP-REQUEST.
       0000-MAIN-PARA.
           IF NOT CLOSES-LOADED
               PERFORM 1000-LOAD-CLOSES-PARA
           END-IF
           MOVE 'N'          TO CLQ-FOUND
           MOVE ZERO         TO CLQ-CLOSE-DATE
           MOVE WS-NEXT-OPEN TO CLQ-NEXT-OPEN
           PERFORM 2000-MATCH-ONE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLS-COUNT
           GOBACK.
       1000-LOAD-CLOSES-PARA.
           MOVE 'Y' TO WS-LOADED-FLAG
           OPEN INPUT CLOSE-CTL-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1100-LOAD-ONE-PARA UNTIL END-OF-CTL-FILE
               CLOSE CLOSE-CTL-FILE
           END-IF
      *    THE FIRST OPEN PERIOD IS THE MONTH AFTER THE LATEST
      *    ONE CLOSED - EMPCLOSE CLOSES MONTHS IN ORDER.
           IF WS-LATEST-CLOSED > ZERO
               IF WS-LATEST-MM = 12
                   COMPUTE WS-NEXT-OPEN =
                       ((WS-LATEST-YR + 1) * 100) + 1
               ELSE
                   COMPUTE WS-NEXT-OPEN = WS-LATEST-CLOSED + 1
               END-IF
           END-IF.
       1100-LOAD-ONE-PARA.
           READ CLOSE-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CLS-COUNT < 240
                       ADD 1 TO WS-CLS-COUNT
                       MOVE CLS-PERIOD TO
                           TBL-CLS-PERIOD(WS-CLS-COUNT)
                       MOVE CLS-CLOSE-DATE TO
                           TBL-CLS-DATE(WS-CLS-COUNT)
                       IF CLS-PERIOD > WS-LATEST-CLOSED
                           MOVE CLS-PERIOD TO WS-LATEST-CLOSED
                       END-IF
                   ELSE
                       DISPLAY 'CLOSLKUP - CLOSE TABLE FULL '
                           'AT 240 PERIODS - REST IGNORED'
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.
       2000-MATCH-ONE-PARA.
           IF TBL-CLS-PERIOD(WS-SUB) = CLQ-PERIOD
               MOVE 'Y' TO CLQ-FOUND
               MOVE TBL-CLS-DATE(WS-SUB) TO CLQ-CLOSE-DATE
           END-IF.
