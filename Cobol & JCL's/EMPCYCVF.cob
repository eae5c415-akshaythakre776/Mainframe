      *  COUNT), AND SCANS EMPRECON.DAT FOR RECONCILE       *
      *  WARNINGS.  WRITES THE CYCLE-COMPLETE CONTROL       *
      *  RECORD EITHER WAY - 'C' WHEN EVERYTHING HELD,      *
      *  'F' (AND RC=8) WHEN IT DID NOT.  A GATE REFUSAL IS *
      *  RAISED AS A CRITICAL OPERATIONS ALERT THROUGH      *
      *  ALERTW, AND AN OPERATOR OVERRIDE AS A WARNING.     *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
      *    YESTERDAY, FOR STEPS A CROSS-MIDNIGHT CYCLE LOGGED
      *    BEFORE 00:00.
       01  WS-YDAY.
           03  WS-YDAY-YR          PIC 9(04).
           03  WS-YDAY-MM          PIC 9(02).
           03  WS-YDAY-DD          PIC 9(02).
       01  WS-YDAY-NUM REDEFINES WS-YDAY
                                   PIC 9(08).
       COPY DATEREQ.
       01  WS-TIME-NOW.
           03  WS-TIME-HHMMSS      PIC 9(06).
           03  FILLER              PIC 9(02).
       01  WS-EDIT-READ            PIC 9(07) VALUE ZERO.
       01  WS-XTR-READ             PIC 9(07) VALUE ZERO.
       01  WS-CONSUMER-READ        PIC 9(07) VALUE ZERO.
       COPY ALERTREC.
       01  DETAIL-LINE.
           03  OUT-STEP-NAME       PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           END-IF
           STOP RUN.
       0400-COMPUTE-YESTERDAY-PARA.
           MOVE 'AD'         TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM TO DTQ-DATE-1
           MOVE -1           TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-YDAY-NUM.
       0500-READ-MODE-PARA.
           OPEN INPUT MODE-PARM-FILE
           IF WS-FILE-STAT5 = '00'
                   DISPLAY '** OPERATOR OVERRIDE ** LAST CYCLE ('
                       CYC-RUN-DATE ') NEVER VERIFIED COMPLETE - '
                       'STARTING ANYWAY'
                   MOVE 'W' TO ALR-SEVERITY
                   MOVE 'OPERATOR OVERRIDE - LAST CYCLE NOT VERIFIED'
                       TO ALR-MESSAGE
                   PERFORM 8200-RAISE-ALERT-PARA
               ELSE
                   DISPLAY 'LAST CYCLE (' CYC-RUN-DATE ') NEVER '
                       'VERIFIED COMPLETE - TONIGHT''S RUN REFUSED.'
                   DISPLAY 'SET EMPCYCVF-OVERRIDE=Y TO START ANYWAY'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'C' TO ALR-SEVERITY
                   MOVE 'RUN REFUSED - LAST CYCLE NOT VERIFIED COMPLETE'
                       TO ALR-MESSAGE
                   PERFORM 8200-RAISE-ALERT-PARA
               END-IF
           END-IF.
       8200-RAISE-ALERT-PARA.
           MOVE 'EMPCYCVF' TO ALR-SOURCE-PGM
           MOVE 'STEP005'  TO ALR-STEP
           CALL 'ALERTW' USING ALERT-RECORD.
