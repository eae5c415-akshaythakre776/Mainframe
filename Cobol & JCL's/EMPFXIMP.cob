      *  EVERY ROW PASSES IS CURRMAST.DAT REWRITTEN WITH    *
      *  THE NEW RATES AND TODAY STAMPED IN                 *
      *  CURR-RATE-DATE; ONE BAD ROW LEAVES THE TABLE       *
      *  UNTOUCHED AND ENDS WITH RC=8.  A RATE FILE THE     *
      *  INBOUND RECEIPT REGISTER (INBDREG) HAS ALREADY     *
      *  SEEN APPLIED IS REFUSED RC=8 WITHOUT BEING READ,   *
      *  UNLESS THE OPERATOR SETS INBDREG-OVERRIDE=Y; THE   *
      *  FILE IS ONLY REGISTERED ONCE IT HAS BEEN APPLIED.  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  OUT-TOT-APPLIED     PIC ZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZ9.
       COPY INBDREQ.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           PERFORM 1100-LOAD-CURRENCIES-PARA
           PERFORM 1200-CHECK-RECEIPT-PARA
           OPEN INPUT BANK-RATE-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'BANKRATE.DAT NOT AVAILABLE - STATUS '
               MOVE 'Y' TO WS-RATE-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               IF IBQ-REPEAT
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1500-READ-RATE-PARA
               END-IF
           END-IF.
       1100-LOAD-CURRENCIES-PARA.
           OPEN INPUT CURRENCY-MASTER
                           TBL-CUR-UPDATED(WS-CURR-COUNT)
                   END-IF
           END-READ.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF BANKRATE.DAT THROUGH   *
      *  INBDREG - REGION AND CODE AS THE KEY, THE NEW RATE *
      *  AS THE AMOUNT.  NOT WHEN CURRMAST.DAT FAILED TO    *
      *  LOAD - NOTHING WILL BE APPLIED ANYWAY.             *
      *****************************************************
       1200-CHECK-RECEIPT-PARA.
           MOVE 'S'            TO IBQ-FUNCTION
           MOVE 'BANKRATE'     TO IBQ-SOURCE
           MOVE 'BANKRATE.DAT' TO IBQ-FILE
           MOVE 'EMPFXIMP'     TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           IF NOT END-OF-RATES
               OPEN INPUT BANK-RATE-FILE
               IF WS-FILE-STAT2 = '00'
                   PERFORM 1250-HASH-RATE-PARA UNTIL END-OF-RATES
                   CLOSE BANK-RATE-FILE
                   MOVE 'N' TO WS-RATE-EOF-FLAG
                   MOVE 'C' TO IBQ-FUNCTION
                   CALL 'INBDREG' USING INBDREG-REQUEST
               END-IF
           END-IF.
       1250-HASH-RATE-PARA.
           READ BANK-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
               NOT AT END
                   MOVE 'A'        TO IBQ-FUNCTION
                   MOVE BANK-RATE-RECORD(1:7) TO IBQ-KEY
                   MOVE BRT-RATE   TO IBQ-AMOUNT
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
       1500-READ-RATE-PARA.
           READ BANK-RATE-FILE
               AT END
                   CLOSE CURRENCY-MASTER
                   DISPLAY 'CURRMAST.DAT REPLACED - RATES '
                       'STAMPED ' WS-TODAY-NUM
                   IF IBQ-NEW OR IBQ-OVERRIDDEN
                       MOVE 'R' TO IBQ-FUNCTION
                       CALL 'INBDREG' USING INBDREG-REQUEST
                   END-IF
               END-IF
           END-IF.
       4100-WRITE-ONE-PARA.
