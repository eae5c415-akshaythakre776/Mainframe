      *  PAY-HISTORY MASTER UPDATE.  ROLLS THE NIGHT'S      *
      *  NET-PAY RESULTS (NETPAY.DAT) INTO THE PERSISTENT   *
      *  PAY-HISTORY MASTER (PAYHIST.DAT, KEYED ON EMP-ID   *
      *  PLUS YYYYMM PAY PERIOD PLUS ENTRY SEQUENCE) BEFORE *
      *  THE NEXT RUN OVERWRITES THEM - SO "WHAT WAS E1001  *
      *  PAID IN JUNE" CAN BE ANSWERED FROM ONE KEYED FILE  *
      *  INSTEAD OF OLD PAYRPT LISTINGS.  THE PERIOD IS     *
      *  TAKEN FROM NP-PAY-DATE; A RERUN OF THE SAME PERIOD *
      *  REWRITES THE LATEST PAY ENTRY RATHER THAN          *
      *  DUPLICATING IT.  WHEN THE LATEST ENTRY FOR THE     *
      *  PERIOD IS AN EMPPAYRV REVERSAL THE PERIOD HAS BEEN *
      *  BACKED OUT, SO THE CORRECTED RUN IS ADDED AS A NEW *
      *  PAY ENTRY UNDER THE NEXT SEQUENCE AND THE REVERSAL *
      *  STAYS ON FILE.  EVERY ENTRY CARRIES THE EMPLOYEE'S *
      *  PAY GROUP; A WEEKLY OR FORTNIGHTLY PERIOD NUMBER   *
      *  IS THE GROUP'S OWN YYYYNN, AND AN ENTRY ALREADY ON *
      *  FILE FOR THE SAME PERIOD NUMBER UNDER ANOTHER      *
      *  GROUP IS KEPT AND THE NEW ONE ADDED UNDER THE NEXT *
      *  SEQUENCE.  CREATES PAYHIST.DAT ON FIRST USE, THE   *
      *  SAME WAY EMPLEAVE CREATES LEVMAST.DAT.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-HIST-FOUND           PIC X(01) VALUE 'N'.
           88  HIST-REC-FOUND                VALUE 'Y'.
       01  WS-ENTRY-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-ENTRIES                VALUE 'Y'.
       01  WS-LAST-SEQ             PIC 9(02) VALUE ZERO.
       01  WS-LAST-TYPE            PIC X(01) VALUE SPACE.
           88  LAST-WAS-REVERSAL             VALUE 'R'.
       01  WS-LAST-GROUP           PIC X(02) VALUE SPACES.
       01  WS-PAY-PERIOD           PIC 9(06) VALUE ZERO.
       COPY PCALREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADDED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-REPLACED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-REPOSTED     PIC 9(05) VALUE ZERO.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
      *    THE PERIOD COMES FROM THE PAY-PERIOD CALENDAR - A
      *    CALENDAR PAY DATE MAPS BACK TO ITS PERIOD EVEN WHEN
      *    IT FALLS OUTSIDE THE PERIOD'S OWN MONTH.  WITH NO
      *    PAYCAL.DAT THE LOOKUP ANSWERS YYYYMM AS BEFORE.  A
      *    WEEKLY OR FORTNIGHTLY EMPLOYEE'S DATE IS LOOKED UP ON
      *    THE PAY GROUP'S OWN CALENDAR ROWS.
           MOVE NP-PAY-DATE  TO PCQ-DATE
           MOVE NP-PAY-GROUP TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PAY-PERIOD
           PERFORM 2100-LOOKUP-HIST-PARA
           MOVE NP-EMP-ID     TO PH-EMP-ID
           MOVE WS-PAY-PERIOD TO PH-PERIOD
           MOVE 'P'           TO PH-ENTRY-TYPE
           MOVE NP-PAY-DATE   TO PH-PAY-DATE
           MOVE NP-GROSS      TO PH-GROSS
           MOVE NP-TAX        TO PH-TAX
           MOVE NP-DEDN       TO PH-DEDN
           MOVE NP-NET        TO PH-NET
           MOVE NP-PAY-GROUP  TO PH-PAY-GROUP
           IF HIST-REC-FOUND
               IF LAST-WAS-REVERSAL
                   OR WS-LAST-GROUP NOT = NP-PAY-GROUP
                   COMPUTE PH-SEQ = WS-LAST-SEQ + 1
                   WRITE PAY-HISTORY-RECORD
                   ADD 1 TO WS-TOT-REPOSTED
               ELSE
                   MOVE WS-LAST-SEQ TO PH-SEQ
                   REWRITE PAY-HISTORY-RECORD
                   ADD 1 TO WS-TOT-REPLACED
               END-IF
           ELSE
               MOVE ZERO TO PH-SEQ
               WRITE PAY-HISTORY-RECORD
               ADD 1 TO WS-TOT-ADDED
           END-IF
           PERFORM 1500-READ-NETPAY-PARA.
      *****************************************************
      *  FIND THE LATEST ENTRY ALREADY ON FILE FOR THE      *
      *  EMPLOYEE AND PERIOD - ITS SEQUENCE AND WHETHER IT  *
      *  IS A PAY ENTRY OR A REVERSAL.                      *
      *****************************************************
       2100-LOOKUP-HIST-PARA.
           MOVE 'N'           TO WS-HIST-FOUND WS-ENTRY-EOF-FLAG
           MOVE ZERO          TO WS-LAST-SEQ
           MOVE SPACE         TO WS-LAST-TYPE
           MOVE SPACES        TO WS-LAST-GROUP
           MOVE NP-EMP-ID     TO PH-EMP-ID
           MOVE WS-PAY-PERIOD TO PH-PERIOD
           MOVE ZERO          TO PH-SEQ
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-EOF-FLAG
           END-START
           PERFORM 2110-READ-ENTRY-PARA UNTIL END-OF-ENTRIES.
       2110-READ-ENTRY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENTRY-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = NP-EMP-ID
                       OR PH-PERIOD NOT = WS-PAY-PERIOD
                       MOVE 'Y' TO WS-ENTRY-EOF-FLAG
                   ELSE
                       MOVE 'Y'           TO WS-HIST-FOUND
                       MOVE PH-SEQ        TO WS-LAST-SEQ
                       MOVE PH-ENTRY-TYPE TO WS-LAST-TYPE
                       MOVE PH-PAY-GROUP  TO WS-LAST-GROUP
                   END-IF
           END-READ.
       9000-TERMINATION-PARA.
           DISPLAY '** PAY-HISTORY UPDATE SUMMARY **'
           DISPLAY 'NETPAY RECORDS READ : ', WS-TOT-READ
           DISPLAY 'HISTORY ADDED       : ', WS-TOT-ADDED
           DISPLAY 'HISTORY REPLACED    : ', WS-TOT-REPLACED
           DISPLAY 'ADDED AFTER REVERSAL: ', WS-TOT-REPOSTED
           PERFORM 9100-WRITE-RUNLOG-PARA
           CLOSE NETPAY-FILE
                 PAYHIST-FILE.
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-READ TO RL-RECS-READ
           COMPUTE RL-RECS-WRITTEN = WS-TOT-ADDED + WS-TOT-REPLACED
               + WS-TOT-REPOSTED
           MOVE ZERO TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
