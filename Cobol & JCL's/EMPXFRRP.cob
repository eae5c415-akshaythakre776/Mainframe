      *  XFERPER=YYYYMM FROM THE ENVIRONMENT, THE SAME      *
      *  PATTERN AS EMPTEDIT'S TIMEPER.  REPORT ON          *
      *  XFERRPT.DAT.                                       *
      *  A MOVE BETWEEN LOCATIONS OF DIFFERENT COMPANIES    *
      *  (LOCM-COMPANY, THROUGH REFLKUP) IS FLAGGED IN THE  *
      *  INTERCO COLUMN AS OLD>NEW COMPANY AND COUNTED AT   *
      *  THE FOOT FOR FINANCE'S INTERCOMPANY TREATMENT.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EMP-NAME             PIC X(15) VALUE SPACES.
       01  WS-TOT-READ             PIC 9(05) VALUE ZERO.
       01  WS-TOT-LISTED           PIC 9(05) VALUE ZERO.
       01  WS-TOT-INTERCO          PIC 9(05) VALUE ZERO.
       01  WS-OLD-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-NEW-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-WORK-COMPANY         PIC X(03) VALUE SPACES.
       COPY LOCMREC.
       COPY REFLKREQ.
       01  HEADING-LINE1.
           03  FILLER              PIC X(31) VALUE
               'EMPLOYEE TRANSFERS FOR PERIOD '.
           03  FILLER              PIC X(09) VALUE 'FROM'.
           03  FILLER              PIC X(09) VALUE 'TO'.
           03  FILLER              PIC X(11) VALUE 'POSTED'.
           03  FILLER              PIC X(07) VALUE 'INTERCO'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NEW-DEPT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-POST-DATE       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-INTERCO         PIC X(07) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'TRANSFERS THIS PERIOD '.
           03  OUT-TOT-LISTED      PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'OF WHICH INTERCOMPANY '.
           03  OUT-TOT-INTERCO     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           MOVE XFR-NEW-LOC   TO OUT-NEW-LOC
           MOVE XFR-NEW-DEPT  TO OUT-NEW-DEPT
           MOVE XFR-POST-DATE TO OUT-POST-DATE
           PERFORM 2200-CHECK-INTERCO-PARA
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1 TO WS-TOT-LISTED.
       2200-CHECK-INTERCO-PARA.
           MOVE SPACES TO OUT-INTERCO
           MOVE XFR-OLD-LOC TO RLK-KEY
           PERFORM 2300-LOCATION-COMPANY-PARA
           MOVE WS-WORK-COMPANY TO WS-OLD-COMPANY
           MOVE XFR-NEW-LOC TO RLK-KEY
           PERFORM 2300-LOCATION-COMPANY-PARA
           MOVE WS-WORK-COMPANY TO WS-NEW-COMPANY
           IF WS-OLD-COMPANY NOT = WS-NEW-COMPANY
               STRING WS-OLD-COMPANY '>' WS-NEW-COMPANY
                   DELIMITED BY SIZE INTO OUT-INTERCO
               END-STRING
               ADD 1 TO WS-TOT-INTERCO
           END-IF.
       2300-LOCATION-COMPANY-PARA.
           MOVE SPACES TO WS-WORK-COMPANY
           MOVE 'L'    TO RLK-FILE-ID
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-WORK-COMPANY
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-LISTED TO OUT-TOT-LISTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-INTERCO TO OUT-TOT-INTERCO
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** TRANSFERS REPORT SUMMARY **'
           DISPLAY 'HISTORY RECORDS READ : ', WS-TOT-READ
           DISPLAY 'TRANSFERS LISTED     : ', WS-TOT-LISTED
           DISPLAY 'INTERCOMPANY         : ', WS-TOT-INTERCO
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE XFER-HIST-FILE
           END-IF
