       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDCAGE.
      *****************************************************
      *  DISCIPLINARY CASE AGING REPORT FOR THE HR          *
      *  DIRECTOR.  EVERY CASE STILL OPEN ON THE CASE       *
      *  REGISTER (DISCCASE.DAT) - NOT YET DECIDED OR       *
      *  WITHDRAWN - AGED FROM THE DATE IT WAS OPENED INTO  *
      *  0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS, WITH   *
      *  THE EMPLOYEE'S NAME AND DEPARTMENT FROM            *
      *  EMPMAST.DAT, THE CATEGORY AND WHO OPENED IT.  A    *
      *  SECOND SECTION LISTS EVERY WARNING LIVE ON THE     *
      *  AS-AT DATE, BY THE SAME RULE AS DISCLKUP, WITH ITS *
      *  LEVEL, EXPIRY AND THE DAYS LEFT TO RUN.  A CASE    *
      *  OPEN OVER 90 DAYS ENDS THE STEP RC=4.  THE AS-AT   *
      *  DATE IS THE RUN DATE UNLESS DCAG-DATE (YYYYMMDD)   *
      *  IS SET IN THE ENVIRONMENT.  DAYS ARE TRUE CALENDAR *
      *  DAYS FROM THE SHARED DATECALC SUBPROGRAM.  OUTPUT  *
      *  ON DCAGRPT.DAT, HEADED CONFIDENTIAL; THE JOB       *
      *  ROUTES IT TO THE HR DIRECTOR ONLY.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISC-CASE-FILE ASSIGN TO 'DISCCASE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DCR-KEY
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'DCAGRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  DISC-CASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DISCCASE.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-MAST-FLAG            PIC X(01) VALUE 'N'.
           88  MASTER-OPEN                   VALUE 'Y'.
       01  WS-AS-AT.
           03  WS-AS-AT-YR         PIC 9(04).
           03  WS-AS-AT-MM         PIC 9(02).
           03  WS-AS-AT-DD         PIC 9(02).
       01  WS-AS-AT-NUM REDEFINES WS-AS-AT
                                   PIC 9(08).
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-DAYS                 PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-BUCKET               PIC 9(01) VALUE ZERO.
       01  WS-BUCKET-NAMES.
           03  FILLER              PIC X(06) VALUE '0-30'.
           03  FILLER              PIC X(06) VALUE '31-60'.
           03  FILLER              PIC X(06) VALUE '61-90'.
           03  FILLER              PIC X(06) VALUE '90+'.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           03  TBL-BUCKET-NAME     PIC X(06) OCCURS 4 TIMES.
       01  WS-BUCKET-COUNT         PIC 9(05) OCCURS 4 TIMES.
       01  WS-COUNTERS.
           03  WS-TOT-CASES        PIC 9(05) VALUE ZERO.
           03  WS-TOT-OPEN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-LIVE         PIC 9(05) VALUE ZERO.
       01  HEADING-LINE0.
           03  FILLER              PIC X(80) VALUE
               'CONFIDENTIAL - HR DIRECTOR ONLY'.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'DISCIPLINARY CASES AS AT'.
           03  OUT-HDG-DATE        PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  OPEN-HEADING.
           03  FILLER              PIC X(80) VALUE
               'OPEN CASES AGED FROM THE DATE OPENED'.
       01  OPEN-HEADING2.
           03  FILLER              PIC X(06) VALUE 'EMP-ID'.
           03  FILLER              PIC X(16) VALUE 'NAME'.
           03  FILLER              PIC X(05) VALUE 'DEPT'.
           03  FILLER              PIC X(09) VALUE 'CASE'.
           03  FILLER              PIC X(04) VALUE 'CAT'.
           03  FILLER              PIC X(09) VALUE 'OPENED'.
           03  FILLER              PIC X(09) VALUE 'BY'.
           03  FILLER              PIC X(06) VALUE '  DAYS'.
           03  FILLER              PIC X(16) VALUE '  AGE'.
       01  OPEN-DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NAME            PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CASE            PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CATEGORY        PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-OPENED          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-OPENED-BY       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DAYS-OPEN       PIC ZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-AGE             PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE SPACES.
       01  LIVE-HEADING.
           03  FILLER              PIC X(80) VALUE
               'WARNINGS LIVE ON THE AS-AT DATE'.
       01  LIVE-HEADING2.
           03  FILLER              PIC X(06) VALUE 'EMP-ID'.
           03  FILLER              PIC X(16) VALUE 'NAME'.
           03  FILLER              PIC X(05) VALUE 'DEPT'.
           03  FILLER              PIC X(09) VALUE 'CASE'.
           03  FILLER              PIC X(04) VALUE 'OUT'.
           03  FILLER              PIC X(04) VALUE 'LVL'.
           03  FILLER              PIC X(09) VALUE 'DECIDED'.
           03  FILLER              PIC X(09) VALUE 'EXPIRES'.
           03  FILLER              PIC X(18) VALUE '  DAYS LEFT'.
       01  LIVE-DETAIL-LINE.
           03  OUT-LV-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LV-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LV-DEPT         PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LV-CASE         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LV-OUTCOME      PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-LV-LEVEL        PIC 9(01) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LV-DECIDED      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LV-EXPIRY       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-LV-DAYS-LEFT    PIC ZZZZ9 VALUE ZERO.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'CASES ON REGISTER:    '.
           03  OUT-TOT-CASES       PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'OPEN CASES:           '.
           03  OUT-TOT-OPEN        PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(16) VALUE
               '  OPEN FOR DAYS '.
           03  OUT-SUM-BUCKET      PIC X(06) VALUE SPACES.
           03  OUT-SUM-COUNT       PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(22) VALUE
               'LIVE WARNINGS:        '.
           03  OUT-TOT-LIVE        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-AGE-OPEN-CASES-PARA
           PERFORM 3000-LIST-LIVE-WARNINGS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-AS-AT FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'DCAG-DATE'
           IF WS-ENV-DATE NUMERIC AND WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-AS-AT
           END-IF
           MOVE ZERO TO WS-BUCKET-COUNT(1) WS-BUCKET-COUNT(2)
                        WS-BUCKET-COUNT(3) WS-BUCKET-COUNT(4)
           OPEN OUTPUT REPORT-FILE
           MOVE WS-AS-AT-NUM TO OUT-HDG-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE0
           WRITE REPORT-RECORD FROM HEADING-LINE1
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-MAST-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT NOT AVAILABLE - NAMES NOT SHOWN'
           END-IF.
      *****************************************************
      *  FIRST PASS OF THE REGISTER: THE OPEN CASES, IN     *
      *  EMPLOYEE AND CASE-NUMBER ORDER.                    *
      *****************************************************
       2000-AGE-OPEN-CASES-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM OPEN-HEADING
           WRITE REPORT-RECORD FROM OPEN-HEADING2
           MOVE 'N' TO WS-FILE-FLAG
           OPEN INPUT DISC-CASE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 2100-READ-OPEN-PARA UNTIL END-OF-FILE
               CLOSE DISC-CASE-FILE
           ELSE
               DISPLAY 'DISCCASE.DAT NOT PRESENT - NO CASES'
           END-IF.
       2100-READ-OPEN-PARA.
           READ DISC-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-CASES
                   IF DCR-OPEN
                       PERFORM 2200-PRINT-OPEN-PARA
                   END-IF
           END-READ.
       2200-PRINT-OPEN-PARA.
           ADD 1 TO WS-TOT-OPEN
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE DCR-OPEN-DATE   TO DTQ-DATE-1
           MOVE WS-AS-AT-NUM    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS NOT > 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS NOT > 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS NOT > 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET)
           PERFORM 2900-GET-EMPLOYEE-PARA
           MOVE DCR-EMP-ID      TO OUT-EMP-ID
           MOVE EMP-NAME        TO OUT-NAME
           MOVE EMP-DEPT        TO OUT-DEPT
           MOVE DCR-CASE-NO     TO OUT-CASE
           MOVE DCR-CATEGORY    TO OUT-CATEGORY
           MOVE DCR-OPEN-DATE   TO OUT-OPENED
           MOVE DCR-OPENED-BY   TO OUT-OPENED-BY
           MOVE WS-DAYS         TO OUT-DAYS-OPEN
           MOVE TBL-BUCKET-NAME(WS-BUCKET) TO OUT-AGE
           WRITE REPORT-RECORD FROM OPEN-DETAIL-LINE.
       2900-GET-EMPLOYEE-PARA.
           MOVE SPACES     TO EMP-NAME EMP-DEPT
           IF MASTER-OPEN
               MOVE DCR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EMP-NAME EMP-DEPT
                       MOVE 'NOT ON MASTER' TO EMP-NAME
               END-READ
           END-IF.
      *****************************************************
      *  SECOND PASS: A WARNING DECIDED ON OR BEFORE THE    *
      *  AS-AT DATE WHOSE EXPIRY IS AFTER IT, WHETHER OR    *
      *  NOT EMPDISC HAS YET SWEPT IT TO EXPIRED.           *
      *****************************************************
       3000-LIST-LIVE-WARNINGS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM LIVE-HEADING
           WRITE REPORT-RECORD FROM LIVE-HEADING2
           MOVE 'N' TO WS-FILE-FLAG
           OPEN INPUT DISC-CASE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 3100-READ-LIVE-PARA UNTIL END-OF-FILE
               CLOSE DISC-CASE-FILE
           END-IF.
       3100-READ-LIVE-PARA.
           READ DISC-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF (DCR-LIVE OR DCR-EXPIRED)
                       AND DCR-WARN-LEVEL > ZERO
                       AND DCR-DECIDED-DATE NOT > WS-AS-AT-NUM
                       AND DCR-EXPIRY-DATE > WS-AS-AT-NUM
                       PERFORM 3200-PRINT-LIVE-PARA
                   END-IF
           END-READ.
       3200-PRINT-LIVE-PARA.
           ADD 1 TO WS-TOT-LIVE
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE WS-AS-AT-NUM    TO DTQ-DATE-1
           MOVE DCR-EXPIRY-DATE TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS
           PERFORM 2900-GET-EMPLOYEE-PARA
           MOVE DCR-EMP-ID       TO OUT-LV-EMP-ID
           MOVE EMP-NAME         TO OUT-LV-NAME
           MOVE EMP-DEPT         TO OUT-LV-DEPT
           MOVE DCR-CASE-NO      TO OUT-LV-CASE
           MOVE DCR-OUTCOME      TO OUT-LV-OUTCOME
           MOVE DCR-WARN-LEVEL   TO OUT-LV-LEVEL
           MOVE DCR-DECIDED-DATE TO OUT-LV-DECIDED
           MOVE DCR-EXPIRY-DATE  TO OUT-LV-EXPIRY
           MOVE WS-DAYS          TO OUT-LV-DAYS-LEFT
           WRITE REPORT-RECORD FROM LIVE-DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-CASES TO OUT-TOT-CASES
           MOVE WS-TOT-OPEN  TO OUT-TOT-OPEN
           MOVE WS-TOT-LIVE  TO OUT-TOT-LIVE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           PERFORM 9100-WRITE-BUCKET-PARA
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           DISPLAY '** DISCIPLINARY CASE AGING SUMMARY **'
           DISPLAY 'AS AT DATE      : ', WS-AS-AT-NUM
           DISPLAY 'CASES ON FILE   : ', WS-TOT-CASES
           DISPLAY 'OPEN CASES      : ', WS-TOT-OPEN
           DISPLAY 'OPEN OVER 90    : ', WS-BUCKET-COUNT(4)
           DISPLAY 'LIVE WARNINGS   : ', WS-TOT-LIVE
           IF WS-BUCKET-COUNT(4) > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
       9100-WRITE-BUCKET-PARA.
           MOVE TBL-BUCKET-NAME(WS-BUCKET) TO OUT-SUM-BUCKET
           MOVE WS-BUCKET-COUNT(WS-BUCKET) TO OUT-SUM-COUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE3.
