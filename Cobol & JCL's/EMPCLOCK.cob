      *  OUT BEFORE AN IN, AN OVER-MIDNIGHT SHIFT (OUT      *
      *  EARLIER THAN IN) OR AN UNKNOWN BADGE PRODUCES NO   *
      *  GUESSED CARD - IT GOES TO THE SUPERVISOR           *
      *  FOLLOW-UP LISTING (CLOCKRPT.DAT) INSTEAD.  A PUNCH *
      *  FILE THE INBOUND RECEIPT REGISTER (INBDREG) HAS    *
      *  ALREADY SEEN CONSUMED BUILDS NO CARDS AND ENDS     *
      *  RC=8, UNLESS THE OPERATOR SETS INBDREG-OVERRIDE=Y. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXCEPTIONS   PIC 9(05) VALUE ZERO.
       COPY EXCPREG.
       COPY INBDREQ.
       01  HEADING-LINE1           PIC X(80) VALUE
           'CLOCK-PUNCH EXCEPTIONS - SUPERVISOR FOLLOW-UP'.
       01  EXCEPTION-LINE.
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1200-CHECK-RECEIPT-PARA
           OPEN INPUT PUNCH-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'CLOCKPCH.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1 ' - NO CARDS BUILT'
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               IF IBQ-REPEAT
                   MOVE 'Y' TO WS-FILE-FLAG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1500-READ-PUNCH-PARA
               END-IF
           END-IF.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF CLOCKPCH.DAT THROUGH   *
      *  INBDREG - THE WHOLE PUNCH IS THE KEY; A PUNCH      *
      *  CARRIES NO AMOUNT.  NOT WHEN EMPMAST.DAT FAILED TO *
      *  OPEN - NO CARDS WILL BE BUILT ANYWAY.              *
      *****************************************************
       1200-CHECK-RECEIPT-PARA.
           MOVE 'S'            TO IBQ-FUNCTION
           MOVE 'CLOCKPCH'     TO IBQ-SOURCE
           MOVE 'CLOCKPCH.DAT' TO IBQ-FILE
           MOVE 'EMPCLOCK'     TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           IF NOT END-OF-FILE
               OPEN INPUT PUNCH-FILE
               IF WS-FILE-STAT1 = '00'
                   PERFORM 1250-HASH-PUNCH-PARA UNTIL END-OF-FILE
                   CLOSE PUNCH-FILE
                   MOVE 'N' TO WS-FILE-FLAG
                   MOVE 'C' TO IBQ-FUNCTION
                   CALL 'INBDREG' USING INBDREG-REQUEST
               END-IF
           END-IF.
       1250-HASH-PUNCH-PARA.
           READ PUNCH-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   MOVE 'A'          TO IBQ-FUNCTION
                   MOVE PUNCH-RECORD TO IBQ-KEY
                   MOVE ZERO         TO IBQ-AMOUNT
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
       1500-READ-PUNCH-PARA.
           READ PUNCH-FILE
               AT END
           IF WS-TOT-EXCEPTIONS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF IBQ-NEW OR IBQ-OVERRIDDEN
               MOVE 'R' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE PUNCH-FILE
           END-IF
