      *****************************************************
      *  SHARED PAY-CALENDAR LOOKUP.  CALLED WITH A         *
      *  PCALREQ.CPY BLOCK CARRYING A YYYYMMDD DATE;        *
      *  ANSWERS WITH THE PAYCAL.DAT PERIOD THAT COVERS IT  *
      *  - A PERIOD WHOSE PAY DATE EQUALS THE REQUEST DATE  *
      *  WINS FIRST (SO A PAY DATE READ BACK OFF NETPAY.DAT *
      *  MAPS TO ITS PERIOD), OTHERWISE THE PERIOD WHOSE    *
      *  START/END RANGE CONTAINS THE DATE.  THE CALENDAR   *
      *  IS LOADED ONCE AND HELD, THE SAME CACHING IDEA AS  *
      *  REFLKUP.  WHEN THE FILE IS MISSING OR NO PERIOD    *
      *  COVERS THE DATE, THE CALENDAR MONTH IS RETURNED    *
      *  WITH PCQ-FOUND 'D' - EXACTLY WHAT EVERY CALLER     *
      *  COMPUTED FOR ITSELF BEFORE THE CALENDAR EXISTED.   *
      *  A CALLER NAMING A PAY GROUP IN PCQ-GROUP IS        *
      *  ANSWERED FROM THAT GROUP'S ROWS; A GROUP WITH NO   *
      *  ROW COVERING THE DATE - OR A CALLER THAT NEVER     *
      *  SETS THE GROUP - GETS THE STANDARD CALENDAR, THE   *
      *  ROWS WITH NO GROUP.  PCQ-GROUP COMES BACK AS THE   *
      *  GROUP WHOSE ROWS ANSWERED, SO A CALLER CAN TELL    *
      *  ITS OWN CALENDAR FROM THE FALLBACK.                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY PAYCAL.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
           88  CALENDAR-LOADED               VALUE 'Y'.
       01  WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CAL-TABLE.
           03  CAL-ENTRY           OCCURS 300 TIMES.
               05  TBL-CAL-GROUP   PIC X(02).
               05  TBL-CAL-PER-YEAR PIC 9(02).
               05  TBL-CAL-PERIOD  PIC 9(06).
               05  TBL-CAL-START   PIC 9(08).
               05  TBL-CAL-END     PIC 9(08).
               05  TBL-CAL-PAYDT   PIC 9(08).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FOUND-SUB            PIC 9(03) VALUE ZERO.
       01  WS-LOOK-GROUP           PIC X(02) VALUE SPACES.
       01  WS-REQ-DATE-R.
           03  WS-REQ-YR           PIC 9(04).
           03  WS-REQ-MM           PIC 9(02).
           03  WS-REQ-DD           PIC 9(02).
       COPY DATEREQ.
       LINKAGE SECTION.
       COPY PCALREQ.
       PROCEDURE DIVISION USING PAYCAL-REQUEST.
           IF NOT CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR-PARA
           END-IF
           MOVE ZERO      TO WS-FOUND-SUB
           MOVE PCQ-GROUP TO WS-LOOK-GROUP
           PERFORM 1500-SEARCH-GROUP-PARA
           IF WS-FOUND-SUB = ZERO AND PCQ-GROUP NOT = SPACES
               MOVE SPACES TO WS-LOOK-GROUP
               PERFORM 1500-SEARCH-GROUP-PARA
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE 'Y' TO PCQ-FOUND
               MOVE WS-LOOK-GROUP TO PCQ-GROUP
               MOVE TBL-CAL-PER-YEAR(WS-FOUND-SUB) TO PCQ-PER-YEAR
               MOVE TBL-CAL-PERIOD(WS-FOUND-SUB) TO PCQ-PERIOD
               MOVE TBL-CAL-START(WS-FOUND-SUB)  TO PCQ-START
               MOVE TBL-CAL-END(WS-FOUND-SUB)    TO PCQ-END
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CAL-COUNT < 300
                       ADD 1 TO WS-CAL-COUNT
                       MOVE PCL-GROUP TO
                           TBL-CAL-GROUP(WS-CAL-COUNT)
                       IF PCL-PER-YEAR IS NUMERIC
                           AND PCL-PER-YEAR > ZERO
                           MOVE PCL-PER-YEAR TO
                               TBL-CAL-PER-YEAR(WS-CAL-COUNT)
                       ELSE
                           MOVE 12 TO TBL-CAL-PER-YEAR(WS-CAL-COUNT)
                       END-IF
                       MOVE PCL-PERIOD TO
                           TBL-CAL-PERIOD(WS-CAL-COUNT)
                       MOVE PCL-START TO
                           TBL-CAL-PAYDT(WS-CAL-COUNT)
                   ELSE
                       DISPLAY 'PAYCALLK - CALENDAR TABLE FULL '
                           'AT 300 PERIODS - REST IGNORED'
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.
      *****************************************************
      *  ONE GROUP'S ROWS: A PAY DATE EQUAL TO THE REQUEST  *
      *  DATE FIRST, THEN THE RANGE THAT CONTAINS IT.       *
      *****************************************************
       1500-SEARCH-GROUP-PARA.
           PERFORM 1510-MATCH-PAY-DATE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAL-COUNT
           IF WS-FOUND-SUB = ZERO
               PERFORM 1520-MATCH-RANGE-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAL-COUNT
           END-IF.
       1510-MATCH-PAY-DATE-PARA.
           IF TBL-CAL-GROUP(WS-SUB) = WS-LOOK-GROUP
               AND TBL-CAL-PAYDT(WS-SUB) = PCQ-DATE
               AND WS-FOUND-SUB = ZERO
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
       1520-MATCH-RANGE-PARA.
           IF TBL-CAL-GROUP(WS-SUB) = WS-LOOK-GROUP
               AND PCQ-DATE NOT < TBL-CAL-START(WS-SUB)
               AND PCQ-DATE NOT > TBL-CAL-END(WS-SUB)
               AND WS-FOUND-SUB = ZERO
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
      *****************************************************
      *  NO COVERING PERIOD: ANSWER THE CALENDAR MONTH,     *
      *  PAY DATE AND CUTOFF AT MONTH-END, SO CALLERS       *
      *  BEHAVE EXACTLY AS THEY DID BEFORE THE CALENDAR.    *
      *****************************************************
       2000-DEFAULT-MONTH-PARA.
           MOVE 'D' TO PCQ-FOUND
           MOVE SPACES TO PCQ-GROUP
           MOVE 12  TO PCQ-PER-YEAR
           MOVE PCQ-DATE TO WS-REQ-DATE-R
           COMPUTE PCQ-PERIOD = (WS-REQ-YR * 100) + WS-REQ-MM
           COMPUTE PCQ-START =
               (WS-REQ-YR * 10000) + (WS-REQ-MM * 100) + 1
           MOVE 'LD'      TO DTQ-FUNCTION
           MOVE PCQ-START TO DTQ-DATE-1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE TO PCQ-END
           ELSE
               COMPUTE PCQ-END =
                   (WS-REQ-YR * 10000) + (WS-REQ-MM * 100) + 30
