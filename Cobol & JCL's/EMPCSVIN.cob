      *  HASH), READY FOR THE STEP042 EFFECTIVE-DATE        *
      *  RELEASE LIKE ANY OTHER BATCH.  ROWS THAT DO NOT    *
      *  CONVERT GO TO CSVREJ.DAT WITH A LISTING LINE ON    *
      *  CSVINRPT.DAT.  A VENDOR FILE THE INBOUND RECEIPT   *
      *  REGISTER (INBDREG) HAS ALREADY SEEN CONVERTED IS   *
      *  REFUSED RC=8 AND NO ROW GOES TO THE BATCH, UNLESS  *
      *  THE OPERATOR SETS INBDREG-OVERRIDE=Y.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TOT-CONVERTED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
       COPY BATCHCTL.
       COPY INBDREQ.
       01  HEADING-LINE1           PIC X(80) VALUE
           'VENDOR CSV CONVERSION - REJECTED ROWS'.
       01  REJECT-LINE.
               OPEN OUTPUT TRAN-OUT-FILE
                           REJECT-FILE
               PERFORM 1700-WRITE-HEADER-PARA
               PERFORM 1200-CHECK-RECEIPT-PARA
               OPEN INPUT CSV-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'HRVENDOR.CSV NOT AVAILABLE - '
                       'STATUS ' WS-FILE-STAT1
                   MOVE 'Y' TO WS-FILE-FLAG
               ELSE
                   IF IBQ-REPEAT
                       MOVE 'Y' TO WS-FILE-FLAG
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1500-READ-CSV-PARA
                   END-IF
               END-IF
           END-IF.
       1100-LOAD-MAP-PARA.
                           TBL-MAP-COL(WS-MAP-COUNT)
                   END-IF
           END-READ.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF HRVENDOR.CSV THROUGH   *
      *  INBDREG.  EACH ROW IS MAPPED AS IT WILL BE         *
      *  CONVERTED; TRAN CODE, EMP-ID, NAME, LOCATION,      *
      *  TECH AND EFFECTIVE DATE ARE THE KEY AND THE        *
      *  EARNINGS THE AMOUNT.                               *
      *****************************************************
       1200-CHECK-RECEIPT-PARA.
           MOVE 'S'            TO IBQ-FUNCTION
           MOVE 'HRVENDOR'     TO IBQ-SOURCE
           MOVE 'HRVENDOR.CSV' TO IBQ-FILE
           MOVE 'EMPCSVIN'     TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           OPEN INPUT CSV-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1250-HASH-ROW-PARA UNTIL END-OF-FILE
               CLOSE CSV-FILE
               MOVE 'N' TO WS-FILE-FLAG
               MOVE 'C' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF.
       1250-HASH-ROW-PARA.
           READ CSV-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF CSV-RECORD NOT = SPACES
                       PERFORM 2100-SPLIT-ROW-PARA
                       PERFORM 2200-BUILD-TRAN-PARA
                       MOVE 'A' TO IBQ-FUNCTION
                       MOVE SPACES TO IBQ-KEY
                       STRING TRAN-RECORD(1:29) TRAN-EFF-DATE
                           DELIMITED BY SIZE INTO IBQ-KEY
                       END-STRING
                       MOVE TRAN-EMP-EARN TO IBQ-AMOUNT
                       CALL 'INBDREG' USING INBDREG-REQUEST
                   END-IF
           END-READ.
       1700-WRITE-HEADER-PARA.
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE 'H'    TO BH-REC-CODE
               WRITE TRAN-RECORD FROM BATCH-TRAILER-RECORD
               CLOSE TRAN-OUT-FILE
                     REJECT-FILE
               IF IBQ-NEW OR IBQ-OVERRIDDEN
                   MOVE 'R' TO IBQ-FUNCTION
                   CALL 'INBDREG' USING INBDREG-REQUEST
               END-IF
           END-IF
           MOVE WS-TOT-ROWS      TO OUT-TOT-ROWS
           MOVE WS-TOT-CONVERTED TO OUT-TOT-CONVERTED
