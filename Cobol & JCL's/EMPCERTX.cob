       PROGRAM-ID. EMPCERTX.
      *****************************************************
      *  CERTIFICATION EXPIRY / RENEWAL ALERT REPORT.       *
      *  SCANS EMPLOYEE.DAT FOR ACTIVE EMPLOYEES WITH A     *
      *  RECORDED EMP-CERT-EXP-DATE (ALONGSIDE EMP-TECH)    *
      *  AND FLAGS ANYONE WHOSE CERTIFICATION HAS ALREADY   *
      *  EXPIRED OR WILL EXPIRE WITHIN THE ALERT WINDOW.    *
      *  DAYS-TO-EXPIRY IS COUNTED IN TRUE CALENDAR DAYS BY *
      *  THE SHARED DATECALC SUBPROGRAM.  THE ALERT WINDOW  *
      *  DEFAULTS TO 90 DAYS AND CAN BE OVERRIDDEN WITH     *
      *  ENVIRONMENT VARIABLE EMPCERT-DAYS.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TODAY-YR          PIC 9(04).
           03  WS-TODAY-MM          PIC 9(02).
           03  WS-TODAY-DD          PIC 9(02).
       01  WS-DAYS-TO-EXPIRY        PIC S9(07) VALUE ZERO.
       COPY DATEREQ.
       01  WS-TOT-READ              PIC 9(05) VALUE ZERO.
       01  WS-TOT-WITH-CERT         PIC 9(05) VALUE ZERO.
       01  WS-TOT-EXPIRED           PIC 9(05) VALUE ZERO.
               MOVE WS-ENV-DAYS TO WS-ALERT-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1500-READ-EMPLOYEE.
       1500-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
           END-IF
           PERFORM 1500-READ-EMPLOYEE.
       2100-CALC-DAYS-TO-EXPIRY-PARA.
           MOVE 'DB'              TO DTQ-FUNCTION
           MOVE WS-TODAY          TO DTQ-DATE-1
           MOVE EMP-CERT-EXP-DATE TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS   TO WS-DAYS-TO-EXPIRY.
       2200-WRITE-DETAIL-PARA.
           MOVE SPACES TO DETAIL-LINE
           MOVE EMP-ID              TO OUT-EMP-ID
