       PROGRAM-ID. EMPEVENT.
      *****************************************************
      *  CONSOLIDATED HR EVENT FEED FOR THE NOTIFICATION    *
      *  GATEWAY.  READS EMPMAST.DAT ONCE A NIGHT AND EMITS *
      *  ONE MACHINE-READABLE RECORD PER EVENT THE          *
      *  EMPCERTX, EMPBDAY AND LEAVERS REPORTS DETECT -     *
      *  EVENT CODE, EMP-ID, EMAIL ADDRESS, EVENT DATE AND  *
      *  A SHORT TEXT - SO DOWNSTREAM NOTIFICATION HAS ONE  *
      *  STABLE INTERFACE INSTEAD OF SCRAPING THREE REPORT  *
      *  LAYOUTS.  EVENT CODES: CERT-EXPIRY (EXPIRED OR     *
      *  INSIDE THE 90-DAY WINDOW, TRUE CALENDAR DAYS FROM  *
      *  DATECALC LIKE EMPCERTX), BIRTHDAY AND ANNIVERSARY  *
      *  (THIS MONTH, LIKE EMPBDAY), JOINER (HIRED THIS     *
      *  MONTH), LEAVER (TERMINATED THIS MONTH).            *
      *  BANK-CHANGE: A CHANGE TO AN EMPLOYEE'S BANK OR     *
      *  SPLIT ACCOUNT HELD ON BNKPEND.DAT FOR ITS          *
      *  COOLING-OFF PERIOD; THE EVENT IS THE EMPLOYEE'S    *
      *  CONFIRMATION NOTICE, SENT ONCE PER CHANGE          *
      *  (BPN-NOTICE-FLAG IS SET ON THE PENDING RECORD) AND *
      *  DATED THE DAY THE CHANGE WAS KEYED, AND BNKPREL    *
      *  WILL NOT RELEASE THE CHANGE UNTIL IT HAS GONE.     *
      *  PEN-ENROL: A PENSION AUTO-ENROLMENT OR             *
      *  RE-ENROLMENT BY EMPAENR; THE STATUTORY ENROLMENT   *
      *  NOTICE IS SENT ONCE (PAE-NOTICE-FLAG AND DATE ARE  *
      *  SET ON PENAENR.DAT, STARTING THE OPT-OUT WINDOW)   *
      *  AND DATED THE DAY OF ENROLMENT.                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT BANK-PENDING-FILE ASSIGN TO 'BNKPEND.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BPN-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT AUTO-ENROL-FILE ASSIGN TO 'PENAENR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PAE-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           03  EV-EMAIL            PIC X(25).
           03  EV-DATE             PIC 9(08).
           03  EV-TEXT             PIC X(20).
       FD  BANK-PENDING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY BNKPEND.
       FD  AUTO-ENROL-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PENAENR.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN               VALUE 'Y'.
       01  WS-PEND-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PENDING                  VALUE 'Y'.
       01  WS-AENR-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  AENR-FILE-OPEN                  VALUE 'Y'.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-DAYS-TO-EXPIRY       PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-ALERT-WINDOW         PIC 9(03) VALUE 90.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT EVENT-FILE
           OPEN I-O BANK-PENDING-FILE
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-PEND-OPEN-FLAG
           END-IF
           OPEN I-O AUTO-ENROL-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-AENR-OPEN-FLAG
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
           ELSE
               PERFORM 2500-CHECK-LEAVER-PARA
           END-IF
           IF PENDING-FILE-OPEN AND NOT EMP-TERMINATED
               PERFORM 2600-CHECK-BANK-CHANGE-PARA
           END-IF
           IF AENR-FILE-OPEN AND NOT EMP-TERMINATED
               PERFORM 2700-CHECK-PENSION-ENROL-PARA
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
       2100-CHECK-CERT-PARA.
           IF EMP-CERT-EXP-DATE NUMERIC AND EMP-CERT-EXP-YR > ZERO
               MOVE 'DB'              TO DTQ-FUNCTION
               MOVE WS-TODAY          TO DTQ-DATE-1
               MOVE EMP-CERT-EXP-DATE TO DTQ-DATE-2
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DAYS   TO WS-DAYS-TO-EXPIRY
               IF WS-DAYS-TO-EXPIRY <= WS-ALERT-WINDOW
                   MOVE 'CERT-EXPIRY ' TO EV-CODE
                   MOVE EMP-CERT-EXP-DATE TO EV-DATE
               MOVE 'LEFT THIS MONTH     ' TO EV-TEXT
               PERFORM 2900-WRITE-EVENT-PARA
           END-IF.
       2600-CHECK-BANK-CHANGE-PARA.
           MOVE 'N'        TO WS-PEND-EOF-FLAG
           MOVE LOW-VALUES TO BPN-KEY
           MOVE EMP-ID     TO BPN-EMP-ID
           START BANK-PENDING-FILE KEY NOT < BPN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-START
           PERFORM 2650-READ-PENDING-PARA UNTIL END-OF-PENDING.
       2650-READ-PENDING-PARA.
           READ BANK-PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-FLAG
               NOT AT END
                   IF BPN-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-PEND-EOF-FLAG
                   ELSE
                       IF NOT BPN-NOTICE-SENT
                           PERFORM 2660-SEND-BANK-NOTICE-PARA
                       END-IF
                   END-IF
           END-READ.
       2660-SEND-BANK-NOTICE-PARA.
           MOVE 'BANK-CHANGE ' TO EV-CODE
           MOVE BPN-KEYED-DATE TO EV-DATE
           MOVE 'BANK CHANGE PENDING ' TO EV-TEXT
           PERFORM 2900-WRITE-EVENT-PARA
           MOVE 'Y'      TO BPN-NOTICE-FLAG
           MOVE WS-TODAY TO BPN-NOTICE-DATE
           REWRITE BANK-PENDING-RECORD
               INVALID KEY
                   DISPLAY 'BNKPEND.DAT REWRITE FAILED FOR '
                       BPN-EMP-ID
           END-REWRITE.
       2700-CHECK-PENSION-ENROL-PARA.
           MOVE EMP-ID TO PAE-EMP-ID
           READ AUTO-ENROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAE-NOTICE-DUE
                       PERFORM 2760-SEND-ENROL-NOTICE-PARA
                   END-IF
           END-READ.
       2760-SEND-ENROL-NOTICE-PARA.
           MOVE 'PEN-ENROL   ' TO EV-CODE
           MOVE PAE-ENROL-DATE TO EV-DATE
           IF PAE-RE-ENROLLED
               MOVE 'PENSION RE-ENROLMENT' TO EV-TEXT
           ELSE
               MOVE 'PENSION ENROLMENT   ' TO EV-TEXT
           END-IF
           PERFORM 2900-WRITE-EVENT-PARA
           MOVE 'Y'      TO PAE-NOTICE-FLAG
           MOVE WS-TODAY TO PAE-NOTICE-DATE
           REWRITE PEN-AUTO-ENROL-RECORD
               INVALID KEY
                   DISPLAY 'PENAENR.DAT REWRITE FAILED FOR '
                       PAE-EMP-ID
           END-REWRITE.
       2900-WRITE-EVENT-PARA.
           MOVE EMP-ID    TO EV-EMP-ID
           MOVE EMP-EMAIL TO EV-EMAIL
           DISPLAY '** HR EVENT FEED SUMMARY **'
           DISPLAY 'MASTER RECORDS READ: ', WS-TOT-READ
           DISPLAY 'EVENTS EMITTED     : ', WS-TOT-EVENTS
           IF PENDING-FILE-OPEN
               CLOSE BANK-PENDING-FILE
           END-IF
           IF AENR-FILE-OPEN
               CLOSE AUTO-ENROL-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
                 EVENT-FILE.
