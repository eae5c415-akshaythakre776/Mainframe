      *  MATCHES NO CREDIT, OR A BANKFILE THAT DOES NOT     *
      *  TIE TO ITS OWN TRAILER, ENDS THE STEP RC=8 - THE   *
      *  SAME DISCIPLINE EMPJRNL APPLIES TO ITS JOURNAL.    *
      *  BANKRET.DAT IS CHECKED AGAINST THE INBOUND RECEIPT *
      *  REGISTER (INBDREG) FIRST - A RETURNS FILE ALREADY  *
      *  APPLIED ON AN EARLIER RUN IS REFUSED RC=8 UNLESS   *
      *  THE OPERATOR SETS INBDREG-OVERRIDE=Y.              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RCN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(35) VALUE SPACES.
       COPY INBDREQ.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
                   'TRAILER'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF BANKRET.DAT THROUGH    *
      *  INBDREG - ACCOUNT NUMBER AND AMOUNT OF EVERY       *
      *  RETURN.  A REPEAT OF A FILE ALREADY APPLIED LEAVES *
      *  NOTHING TO MATCH; THE HELD-PAY REVERSALS ARE NOT   *
      *  WRITTEN A SECOND TIME.                             *
      *****************************************************
       3900-CHECK-RECEIPT-PARA.
           MOVE 'S'           TO IBQ-FUNCTION
           MOVE 'BANKRET'     TO IBQ-SOURCE
           MOVE 'BANKRET.DAT' TO IBQ-FILE
           MOVE 'EMPBKRET'    TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           OPEN INPUT RETURN-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 3950-HASH-RETURN-PARA UNTIL END-OF-RETURNS
               CLOSE RETURN-FILE
               MOVE 'N' TO WS-RET-EOF-FLAG
               MOVE 'C' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
               IF IBQ-REPEAT
                   MOVE 'Y' TO WS-RET-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3950-HASH-RETURN-PARA.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-RET-EOF-FLAG
               NOT AT END
                   MOVE 'A'        TO IBQ-FUNCTION
                   MOVE RT-ACCT-NO TO IBQ-KEY
                   MOVE RT-AMOUNT  TO IBQ-AMOUNT
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
       4000-MATCH-RETURNS-PARA.
           PERFORM 3900-CHECK-RECEIPT-PARA
           OPEN INPUT RETURN-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'BANKRET.DAT NOT PRESENT - NO RETURNS '
           DISPLAY 'CREDITS TRANSMITTED : ', WS-XMIT-COUNT
           DISPLAY 'CREDITS RETURNED    : ', WS-RET-COUNT
           DISPLAY 'UNMATCHED RETURNS   : ', WS-UNMATCHED-COUNT
           IF IBQ-NEW OR IBQ-OVERRIDDEN
               MOVE 'R' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF
           CLOSE HELD-PAY-FILE
                 REPORT-FILE.
