       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBDREG.
      *****************************************************
      *  SHARED INBOUND FILE RECEIPT REGISTER.  CALLED BY   *
      *  EVERY PROGRAM THAT TAKES A FILE FROM OUTSIDE       *
      *  (BANKRATE, HRVENDOR, CLOCKPCH, BANKRET, TCAPPTRN,  *
      *  AGYINV) WITH AN INBDREQ.CPY REQUEST BLOCK, SO A    *
      *  RESENT OR UNREFRESHED FILE IS NEVER APPLIED TWICE. *
      *  'S' STARTS A FILE, 'A' ADDS ONE RECORD'S KEY AND   *
      *  AMOUNT TO THE RECORD COUNT AND HASH TOTAL, 'C'     *
      *  LOOKS FOR THE SAME SOURCE, COUNT AND HASH ALREADY  *
      *  CONSUMED ON INBDREG.DAT AND 'R' APPENDS THE FILE   *
      *  AS CONSUMED BY THIS RUN.  AN EXACT REPEAT IS       *
      *  REFUSED - LOGGED ON THE REGISTER AS REFUSED AND ON *
      *  THE EXCEPTION REGISTER THROUGH EXCPWRTR - UNLESS   *
      *  THE OPERATOR SETS INBDREG-OVERRIDE=Y, WHEN IT IS   *
      *  TAKEN AND THE OVERRIDE IS LOGGED INSTEAD.  THE     *
      *  KEY HASH WEIGHTS EACH CHARACTER BY ITS PLACE IN    *
      *  WS-HASH-CHARS AND BY ITS POSITION IN THE KEY, SO   *
      *  TRANSPOSED KEYS DO NOT CANCEL OUT.                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO 'INBDREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INBDREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-REG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-REGISTER               VALUE 'Y'.
       01  WS-TODAY                PIC 9(08).
       01  WS-TIME-NOW.
           03  WS-TIME-HHMMSS      PIC 9(06).
           03  FILLER              PIC 9(02).
       01  WS-ENV-OVERRIDE         PIC X(01) VALUE SPACES.
       01  WS-WRITE-STATUS         PIC X(01) VALUE SPACES.
       01  WS-HASH-CHARS           PIC X(40) VALUE
           ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ.-/'.
       01  WS-ONE-CHAR             PIC X(01) VALUE SPACES.
       01  WS-CHAR-VALUE           PIC 9(02) VALUE ZERO.
       01  WS-KSUB                 PIC 9(02) VALUE ZERO.
       01  WS-KEY-VALUE            PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-WORK          PIC 9(09)V9(06) VALUE ZERO.
       01  WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-WORK
                                   PIC 9(15).
       01  WS-HASH-WORK            PIC 9(17) VALUE ZERO.
       01  WS-HASH-QUOT            PIC 9(02) VALUE ZERO.
       COPY EXCPREG.
       LINKAGE SECTION.
       COPY INBDREQ.
       PROCEDURE DIVISION USING INBDREG-REQUEST.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN IBQ-START
                   MOVE ZERO   TO IBQ-REC-COUNT IBQ-HASH
                                  IBQ-RECV-DATE IBQ-PREV-DATE
                   MOVE SPACES TO IBQ-RESULT IBQ-PREV-PGM
               WHEN IBQ-ADD
                   PERFORM 2000-ADD-RECORD-PARA
               WHEN IBQ-CHECK
                   PERFORM 3000-CHECK-FILE-PARA
               WHEN IBQ-RECORD
                   IF IBQ-OVERRIDDEN
                       MOVE 'O' TO WS-WRITE-STATUS
                   ELSE
                       MOVE 'A' TO WS-WRITE-STATUS
                   END-IF
                   PERFORM 4000-WRITE-REGISTER-PARA
               WHEN OTHER
                   DISPLAY 'INBDREG - UNKNOWN FUNCTION '
                       IBQ-FUNCTION
           END-EVALUATE
           GOBACK.
      *****************************************************
      *  ONE RECORD: COUNT IT AND ADD ITS KEY VALUE AND     *
      *  AMOUNT (ALL SIX DECIMALS, AS DIGITS) TO THE HASH,  *
      *  KEPT TO FIFTEEN DIGITS.                            *
      *****************************************************
       2000-ADD-RECORD-PARA.
           ADD 1 TO IBQ-REC-COUNT
           MOVE ZERO TO WS-KEY-VALUE
           PERFORM 2100-ADD-KEY-CHAR-PARA
               VARYING WS-KSUB FROM 1 BY 1
               UNTIL WS-KSUB > 40
           MOVE IBQ-AMOUNT TO WS-AMOUNT-WORK
           COMPUTE WS-HASH-WORK = IBQ-HASH + WS-KEY-VALUE
                                + WS-AMOUNT-DIGITS
           DIVIDE WS-HASH-WORK BY 1000000000000000
               GIVING WS-HASH-QUOT REMAINDER IBQ-HASH.
      *    A CHARACTER NOT IN WS-HASH-CHARS COUNTS AS 40.
       2100-ADD-KEY-CHAR-PARA.
           MOVE IBQ-KEY(WS-KSUB:1) TO WS-ONE-CHAR
           MOVE ZERO TO WS-CHAR-VALUE
           INSPECT WS-HASH-CHARS TALLYING WS-CHAR-VALUE
               FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR
           COMPUTE WS-KEY-VALUE = WS-KEY-VALUE
                                + (WS-CHAR-VALUE * WS-KSUB).
      *****************************************************
      *  THE CHECK.  THE LATEST ACCEPTED RECEIPT OF THE     *
      *  SAME SOURCE WITH THE SAME COUNT AND HASH MAKES     *
      *  THIS FILE A REPEAT.                                *
      *****************************************************
       3000-CHECK-FILE-PARA.
           MOVE 'N'      TO IBQ-RESULT
           MOVE WS-TODAY TO IBQ-RECV-DATE
           MOVE ZERO     TO IBQ-PREV-DATE
           MOVE SPACES   TO IBQ-PREV-PGM
           IF IBQ-REC-COUNT > ZERO
               MOVE 'N' TO WS-REG-EOF-FLAG
               OPEN INPUT REGISTER-FILE
               IF WS-FILE-STAT1 = '00'
                   PERFORM 3100-READ-REGISTER-PARA
                       UNTIL END-OF-REGISTER
                   CLOSE REGISTER-FILE
               END-IF
           END-IF
           IF IBQ-PREV-DATE > ZERO
               PERFORM 3200-REPEAT-FILE-PARA
           END-IF.
       3100-READ-REGISTER-PARA.
           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   IF IBG-SOURCE = IBQ-SOURCE
                       AND IBG-REC-COUNT = IBQ-REC-COUNT
                       AND IBG-HASH = IBQ-HASH
                       AND (IBG-ACCEPTED OR IBG-OVERRIDDEN)
                       MOVE IBG-RECV-DATE TO IBQ-PREV-DATE
                       MOVE IBG-RUN-PGM   TO IBQ-PREV-PGM
                   END-IF
           END-READ.
       3200-REPEAT-FILE-PARA.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT 'INBDREG-OVERRIDE'
           MOVE SPACES      TO EXR-TEXT
           MOVE IBQ-SOURCE  TO EXR-KEY
           MOVE IBQ-PGM     TO EXR-SOURCE-PGM
           IF WS-ENV-OVERRIDE = 'Y'
               MOVE 'O' TO IBQ-RESULT
               DISPLAY '** OPERATOR OVERRIDE ** ' IBQ-FILE
                   ' REPEATS THE FILE ' IBQ-PREV-PGM ' CONSUMED ON '
                   IBQ-PREV-DATE ' - TAKING IT ANYWAY'
               STRING 'REPEAT TAKEN ON OVERRIDE, FIRST '
                      IBQ-PREV-DATE
                      DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
           ELSE
               MOVE 'D' TO IBQ-RESULT
               DISPLAY IBQ-FILE ' REPEATS THE FILE ' IBQ-PREV-PGM
                   ' CONSUMED ON ' IBQ-PREV-DATE ' ('
                   IBQ-REC-COUNT ' RECORDS) - REFUSED, NOTHING '
                   'APPLIED.'
               DISPLAY 'SET INBDREG-OVERRIDE=Y TO TAKE IT ANYWAY'
               STRING 'REPEAT FILE REFUSED - CONSUMED '
                      IBQ-PREV-DATE
                      DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
               MOVE 'R' TO WS-WRITE-STATUS
               PERFORM 4000-WRITE-REGISTER-PARA
           END-IF
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
      *****************************************************
      *  APPEND ONE RECEIPT, CREATING THE REGISTER ON       *
      *  FIRST USE.                                         *
      *****************************************************
       4000-WRITE-REGISTER-PARA.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES          TO INBOUND-REG-RECORD
           MOVE IBQ-SOURCE      TO IBG-SOURCE
           MOVE IBQ-FILE        TO IBG-FILE
           IF IBQ-RECV-DATE > ZERO
               MOVE IBQ-RECV-DATE TO IBG-RECV-DATE
           ELSE
               MOVE WS-TODAY      TO IBG-RECV-DATE
           END-IF
           MOVE IBQ-REC-COUNT   TO IBG-REC-COUNT
           MOVE IBQ-HASH        TO IBG-HASH
           MOVE IBQ-PGM         TO IBG-RUN-PGM
           MOVE WS-TODAY        TO IBG-RUN-DATE
           MOVE WS-TIME-HHMMSS  TO IBG-RUN-TIME
           MOVE WS-WRITE-STATUS TO IBG-STATUS
           OPEN EXTEND REGISTER-FILE
           IF WS-FILE-STAT1 = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-FILE-STAT1 = '00'
               WRITE INBOUND-REG-RECORD
               CLOSE REGISTER-FILE
           ELSE
               DISPLAY 'INBDREG - INBDREG.DAT OPEN FAILED - '
                   'STATUS ' WS-FILE-STAT1
           END-IF.
