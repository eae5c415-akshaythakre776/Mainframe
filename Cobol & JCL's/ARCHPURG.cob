      *****************************************************
      *  ARCHIVE RETENTION SWEEP.  READS THE ARCCTL.DAT      *
      *  CATALOG BUILT UP BY THE REPORT PROGRAMS' HISTORY-   *
      *  FILE COPIES AND BY EMPARCHV'S EMPMAST SNAPSHOTS,    *
      *  AGES EACH ACTIVE ENTRY AGAINST A CONFIGURABLE       *
      *  RETENTION PERIOD (IN TRUE CALENDAR DAYS, WORKED OUT *
      *  BY THE SHARED DATECALC SUBPROGRAM), AND FLAGS ANY   *
      *  ENTRY OLDER THAN THE WINDOW AS PURGED.  WRITES AN   *
      *  UPDATED CATALOG TO ARCCTLN.DAT AND A PURGE WORKLIST *
      *  TO PURGELST.DAT NAMING EVERY DATED ARCHIVE FILE     *
      *  THAT IS NOW OUTSIDE THE RETENTION WINDOW.  THIS     *
      *  PROGRAM ONLY UPDATES THE CATALOG AND PRODUCES THE   *
      *  WORKLIST - PHYSICALLY DELETING THE AGED-OUT         *
      *  DATASETS AND PROMOTING ARCCTLN.DAT TO ARCCTL.DAT IS *
      *  A FOLLOW-ON JCL/UTILITY STEP, THE SAME DIVISION OF  *
      *  LABOR THIS SHOP ALREADY USES ELSEWHERE BETWEEN      *
      *  COBOL AND JCL.  THE RETENTION PERIOD DEFAULTS TO    *
      *  180 DAYS AND CAN BE OVERRIDDEN WITH ENVIRONMENT     *
      *  VARIABLE ARCHIVE-RETENTION-DAYS.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TODAY-YR          PIC 9(04).
           03  WS-TODAY-MM          PIC 9(02).
           03  WS-TODAY-DD          PIC 9(02).
       01  WS-AGE-DAYS              PIC S9(07) VALUE ZERO.
       COPY DATEREQ.
       01  WS-TOT-READ              PIC 9(05) VALUE ZERO.
       01  WS-TOT-PURGED            PIC 9(05) VALUE ZERO.
       01  WS-TOT-KEPT              PIC 9(05) VALUE ZERO.
           END-IF
           WRITE PURGE-RECORD FROM PURGE-HEADING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1500-READ-ARC-PARA.
       1500-READ-ARC-PARA.
           READ ARCHIVE-CTL-FILE
           WRITE NEW-ARC-RECORD
           PERFORM 1500-READ-ARC-PARA.
       2100-CHECK-RETENTION-PARA.
           MOVE 'DB'        TO DTQ-FUNCTION
           MOVE ARC-DATE    TO DTQ-DATE-1
           MOVE WS-TODAY    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS > WS-RETENTION-DAYS
               MOVE 'P' TO ARC-STATUS
               ADD 1 TO WS-TOT-PURGED
