       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
      *****************************************************
      *  SHARED CALENDAR DATE ARITHMETIC.  CALLED WITH A    *
      *  DATEREQ.CPY BLOCK.  EVERY PROGRAM THAT AGES AN     *
      *  ITEM, COUNTS DAYS TO AN EXPIRY, ROLLS A DATE       *
      *  FORWARD BY MONTHS OR PRORATES BY THE DAYS IN A     *
      *  MONTH CALLS HERE, SO THEY ALL AGREE ON THE REAL    *
      *  GREGORIAN CALENDAR (MONTH LENGTHS, LEAP YEARS,     *
      *  CENTURY YEARS).  DATES ARE CONVERTED TO A          *
      *  CONTINUOUS DAY NUMBER (THE ASTRONOMERS' JULIAN DAY *
      *  NUMBER) WITH INTEGER ARITHMETIC ONLY, WORKED ON    *
      *  AND CONVERTED BACK.  BUSINESS DAYS ASK HOLLKUP     *
      *  ABOUT EACH WEEKDAY, SO THE HOLIDAYS COME FROM THE  *
      *  SAME HOLCAL.DAT THE ROSTER AND LEAVE PROGRAMS USE. *
      *****************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-DATE.
           03  WS-WORK-YR          PIC 9(04).
           03  WS-WORK-MM          PIC 9(02).
           03  WS-WORK-DD          PIC 9(02).
       01  WS-WORK-NUM REDEFINES WS-WORK-DATE
                                   PIC 9(08).
       01  WS-MONTH-LEN-INIT       PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-MONTH-LENS REDEFINES WS-MONTH-LEN-INIT.
           03  WS-MONTH-LEN        PIC 9(02) OCCURS 12 TIMES.
       01  WS-LAST-DD              PIC 9(02) VALUE ZERO.
       01  WS-VALID-FLAG           PIC X(01) VALUE 'N'.
           88  DATE-IS-VALID                 VALUE 'Y'.
       01  WS-QUOTIENT             PIC S9(09) COMP VALUE ZERO.
       01  WS-REM-4                PIC S9(09) COMP VALUE ZERO.
       01  WS-REM-100              PIC S9(09) COMP VALUE ZERO.
       01  WS-REM-400              PIC S9(09) COMP VALUE ZERO.
       01  WS-DAY-NO               PIC S9(09) COMP VALUE ZERO.
       01  WS-DAY-NO-1             PIC S9(09) COMP VALUE ZERO.
       01  WS-DAY-NO-2             PIC S9(09) COMP VALUE ZERO.
       01  WS-JY                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JM                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JA                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JB                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JC                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JD                   PIC S9(09) COMP VALUE ZERO.
       01  WS-JE                   PIC S9(09) COMP VALUE ZERO.
       01  WS-J4                   PIC S9(09) COMP VALUE ZERO.
       01  WS-J100                 PIC S9(09) COMP VALUE ZERO.
       01  WS-J400                 PIC S9(09) COMP VALUE ZERO.
       01  WS-JT                   PIC S9(09) COMP VALUE ZERO.
       01  WS-MONTH-NO             PIC S9(09) COMP VALUE ZERO.
       01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
       01  WS-BIZ-COUNT            PIC S9(07) VALUE ZERO.
       COPY HOLREQ.
       LINKAGE SECTION.
       COPY DATEREQ.
       PROCEDURE DIVISION USING DATECALC-REQUEST.
       0000-MAIN-PARA.
           MOVE '0'  TO DTQ-RETURN
           MOVE ZERO TO DTQ-RESULT-DATE DTQ-RESULT-DAYS DTQ-WEEKDAY
           EVALUATE TRUE
               WHEN DTQ-DAYS-BETWEEN
                   PERFORM 2000-DAYS-BETWEEN-PARA
               WHEN DTQ-ADD-DAYS
                   PERFORM 2100-ADD-DAYS-PARA
               WHEN DTQ-ADD-MONTHS
                   PERFORM 2200-ADD-MONTHS-PARA
               WHEN DTQ-DAY-OF-WEEK
                   PERFORM 2300-DAY-OF-WEEK-PARA
               WHEN DTQ-LAST-DAY
                   PERFORM 2400-LAST-DAY-PARA
               WHEN DTQ-BUSINESS-DAYS
                   PERFORM 2500-BUSINESS-DAYS-PARA
               WHEN OTHER
                   MOVE '2' TO DTQ-RETURN
           END-EVALUATE
           IF NOT DTQ-OK
               MOVE ZERO TO DTQ-RESULT-DATE DTQ-RESULT-DAYS
                            DTQ-WEEKDAY
           END-IF
           GOBACK.
      *****************************************************
      *  A DATE IS GOOD WHEN IT IS NUMERIC, THE YEAR IS NOT *
      *  ZERO, THE MONTH IS 1 TO 12 AND THE DAY IS WITHIN   *
      *  THAT MONTH OF THAT YEAR.                           *
      *****************************************************
       1000-VALIDATE-DATE-PARA.
           MOVE 'N' TO WS-VALID-FLAG
           IF WS-WORK-DATE IS NUMERIC
               AND WS-WORK-YR > ZERO
               AND WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
               PERFORM 1100-MONTH-END-PARA
               IF WS-WORK-DD >= 1 AND WS-WORK-DD <= WS-LAST-DD
                   MOVE 'Y' TO WS-VALID-FLAG
               END-IF
           END-IF.
      *****************************************************
      *  LAST DAY OF WS-WORK-MM IN WS-WORK-YR.  A LEAP YEAR *
      *  IS DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH     *
      *  MUST BE DIVISIBLE BY 400.                          *
      *****************************************************
       1100-MONTH-END-PARA.
           MOVE WS-MONTH-LEN(WS-WORK-MM) TO WS-LAST-DD
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YR BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-REM-4
               DIVIDE WS-WORK-YR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-100
               DIVIDE WS-WORK-YR BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = ZERO
                   AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
                   MOVE 29 TO WS-LAST-DD
               END-IF
           END-IF.
      *****************************************************
      *  WS-WORK-DATE TO DAY NUMBER.  THE YEAR IS TAKEN TO  *
      *  START IN MARCH SO THE LEAP DAY FALLS AT ITS END.   *
      *****************************************************
       1200-TO-DAY-NO-PARA.
           IF WS-WORK-MM <= 2
               COMPUTE WS-JY = WS-WORK-YR + 4799
               COMPUTE WS-JM = WS-WORK-MM + 9
           ELSE
               COMPUTE WS-JY = WS-WORK-YR + 4800
               COMPUTE WS-JM = WS-WORK-MM - 3
           END-IF
           DIVIDE WS-JY BY 4   GIVING WS-J4
           DIVIDE WS-JY BY 100 GIVING WS-J100
           DIVIDE WS-JY BY 400 GIVING WS-J400
           COMPUTE WS-JT = (153 * WS-JM) + 2
           DIVIDE WS-JT BY 5 GIVING WS-JT
           COMPUTE WS-DAY-NO = WS-WORK-DD + WS-JT + (365 * WS-JY)
               + WS-J4 - WS-J100 + WS-J400 - 32045.
      *****************************************************
      *  DAY NUMBER IN WS-DAY-NO BACK TO WS-WORK-DATE.      *
      *****************************************************
       1300-FROM-DAY-NO-PARA.
           COMPUTE WS-JA = WS-DAY-NO + 32044
           COMPUTE WS-JT = (4 * WS-JA) + 3
           DIVIDE WS-JT BY 146097 GIVING WS-JB
           COMPUTE WS-JT = 146097 * WS-JB
           DIVIDE WS-JT BY 4 GIVING WS-JT
           COMPUTE WS-JC = WS-JA - WS-JT
           COMPUTE WS-JT = (4 * WS-JC) + 3
           DIVIDE WS-JT BY 1461 GIVING WS-JD
           COMPUTE WS-JT = 1461 * WS-JD
           DIVIDE WS-JT BY 4 GIVING WS-JT
           COMPUTE WS-JE = WS-JC - WS-JT
           COMPUTE WS-JT = (5 * WS-JE) + 2
           DIVIDE WS-JT BY 153 GIVING WS-JM
           COMPUTE WS-JT = (153 * WS-JM) + 2
           DIVIDE WS-JT BY 5 GIVING WS-JT
           COMPUTE WS-WORK-DD = WS-JE - WS-JT + 1
           DIVIDE WS-JM BY 10 GIVING WS-QUOTIENT
           COMPUTE WS-WORK-MM = WS-JM + 3 - (12 * WS-QUOTIENT)
           COMPUTE WS-WORK-YR = (100 * WS-JB) + WS-JD - 4800
               + WS-QUOTIENT.
      *****************************************************
      *  DAY OF THE WEEK OF WS-DAY-NO, 1 MONDAY TO 7        *
      *  SUNDAY.                                            *
      *****************************************************
       1400-WEEKDAY-PARA.
           DIVIDE WS-DAY-NO BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-JT
           COMPUTE WS-WEEKDAY = WS-JT + 1.
       1500-LOAD-DATE-1-PARA.
           MOVE DTQ-DATE-1 TO WS-WORK-NUM
           PERFORM 1000-VALIDATE-DATE-PARA
           IF DATE-IS-VALID
               PERFORM 1200-TO-DAY-NO-PARA
               MOVE WS-DAY-NO TO WS-DAY-NO-1
           ELSE
               MOVE '1' TO DTQ-RETURN
           END-IF.
       1600-LOAD-DATE-2-PARA.
           MOVE DTQ-DATE-2 TO WS-WORK-NUM
           PERFORM 1000-VALIDATE-DATE-PARA
           IF DATE-IS-VALID
               PERFORM 1200-TO-DAY-NO-PARA
               MOVE WS-DAY-NO TO WS-DAY-NO-2
           ELSE
               MOVE '1' TO DTQ-RETURN
           END-IF.
       2000-DAYS-BETWEEN-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           PERFORM 1600-LOAD-DATE-2-PARA
           IF DTQ-OK
               COMPUTE DTQ-RESULT-DAYS = WS-DAY-NO-2 - WS-DAY-NO-1
           END-IF.
       2100-ADD-DAYS-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           IF DTQ-OK
               COMPUTE WS-DAY-NO = WS-DAY-NO-1 + DTQ-COUNT
               PERFORM 1300-FROM-DAY-NO-PARA
               MOVE WS-WORK-NUM TO DTQ-RESULT-DATE
           END-IF.
      *****************************************************
      *  ADD MONTHS ON A RUNNING MONTH NUMBER, THEN HOLD    *
      *  THE DAY TO THE LAST DAY OF THE MONTH LANDED IN.    *
      *****************************************************
       2200-ADD-MONTHS-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           IF DTQ-OK
               MOVE DTQ-DATE-1 TO WS-WORK-NUM
               COMPUTE WS-MONTH-NO = (WS-WORK-YR * 12)
                   + WS-WORK-MM - 1 + DTQ-COUNT
               DIVIDE WS-MONTH-NO BY 12 GIVING WS-QUOTIENT
                   REMAINDER WS-JT
               MOVE WS-QUOTIENT TO WS-WORK-YR
               COMPUTE WS-WORK-MM = WS-JT + 1
               PERFORM 1100-MONTH-END-PARA
               IF WS-WORK-DD > WS-LAST-DD
                   MOVE WS-LAST-DD TO WS-WORK-DD
               END-IF
               MOVE WS-WORK-NUM TO DTQ-RESULT-DATE
           END-IF.
       2300-DAY-OF-WEEK-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           IF DTQ-OK
               MOVE WS-DAY-NO-1 TO WS-DAY-NO
               PERFORM 1400-WEEKDAY-PARA
               MOVE WS-WEEKDAY TO DTQ-WEEKDAY
           END-IF.
       2400-LAST-DAY-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           IF DTQ-OK
               MOVE DTQ-DATE-1 TO WS-WORK-NUM
               PERFORM 1100-MONTH-END-PARA
               MOVE WS-LAST-DD  TO WS-WORK-DD
               MOVE WS-WORK-NUM TO DTQ-RESULT-DATE
           END-IF.
      *****************************************************
      *  BUSINESS DAYS, BOTH ENDS COUNTED.  ZERO WHEN       *
      *  DATE-2 IS BEFORE DATE-1.  A SPACE REGION FINDS NO  *
      *  HOLIDAYS, SO ONLY WEEKENDS ARE LEFT OUT.           *
      *****************************************************
       2500-BUSINESS-DAYS-PARA.
           PERFORM 1500-LOAD-DATE-1-PARA
           PERFORM 1600-LOAD-DATE-2-PARA
           IF DTQ-OK
               MOVE ZERO       TO WS-BIZ-COUNT
               MOVE DTQ-REGION TO HLQ-REGION
               PERFORM 2510-COUNT-ONE-DAY-PARA
                   VARYING WS-DAY-NO FROM WS-DAY-NO-1 BY 1
                   UNTIL WS-DAY-NO > WS-DAY-NO-2
               MOVE WS-BIZ-COUNT TO DTQ-RESULT-DAYS
           END-IF.
       2510-COUNT-ONE-DAY-PARA.
           PERFORM 1400-WEEKDAY-PARA
           IF WS-WEEKDAY < 6
               PERFORM 1300-FROM-DAY-NO-PARA
               MOVE WS-WORK-NUM TO HLQ-DATE
               CALL 'HOLLKUP' USING HOLLKUP-REQUEST
               IF HLQ-NOT-HOLIDAY
                   ADD 1 TO WS-BIZ-COUNT
               END-IF
           END-IF.
