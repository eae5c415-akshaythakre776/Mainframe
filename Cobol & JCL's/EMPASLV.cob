       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASLV.
      *****************************************************
      *  LEAVERS STILL HOLDING COMPANY ASSETS.  READS THE   *
      *  LEAVERS LISTING CTRLBRK1 PRODUCES (LEAVERS.DAT)    *
      *  AND, FOR EACH LEAVER, WALKS ASSTMAST.DAT ON THE    *
      *  AST-EMP-ID ALTERNATE KEY LISTING EVERY ITEM STILL  *
      *  ISSUED TO THEM - TAG, TYPE, SERIAL, ISSUE DATE,    *
      *  REPLACEMENT VALUE AND WHETHER PAYROLL HAS CHOSEN   *
      *  TO CHARGE IT AT SETTLEMENT - SO FACILITIES CAN     *
      *  CHASE THE KIT BEFORE THE PERSON IS GONE.  LEAVERS  *
      *  WITH NOTHING OUTSTANDING ARE NOT PRINTED.  ENDS    *
      *  RC=4 WHEN ANY LEAVER STILL HOLDS AN ASSET.         *
      *  REPORT ON ASSTLVR.DAT.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVERS-FILE ASSIGN TO 'LEAVERS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT ASSET-MASTER ASSIGN TO 'ASSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AST-TAG
           ALTERNATE RECORD KEY IS AST-EMP-ID WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'ASSTLVR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVERS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAVERS-RECORD.
           03  LVR-EMP-ID          PIC X(05).
           03  LVR-GAP             PIC X(01).
           03  FILLER              PIC X(74).
       FD  ASSET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY ASSETREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-ASSET-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-HOLDINGS               VALUE 'Y'.
       01  WS-ASSET-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  ASSET-FILE-OPEN               VALUE 'Y'.
       01  WS-LEAVER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  LEAVER-FILE-OPEN              VALUE 'Y'.
       01  WS-HOLDER-FLAG          PIC X(01) VALUE 'N'.
           88  LEAVER-HOLDS-KIT              VALUE 'Y'.
       01  WS-COUNTERS.
           03  WS-TOT-LEAVERS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-HOLDERS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-ITEMS        PIC 9(05) VALUE ZERO.
       01  WS-TOT-VALUE            PIC 9(9)V99 VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'LEAVERS STILL HOLDING COMPANY ASSETS'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(11) VALUE 'TAG'.
           03  FILLER              PIC X(03) VALUE 'TY'.
           03  FILLER              PIC X(21) VALUE 'SERIAL'.
           03  FILLER              PIC X(09) VALUE 'ISSUED'.
           03  FILLER              PIC X(11) VALUE '      VALUE'.
           03  FILLER              PIC X(18) VALUE ' CHARGE'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TAG             PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TYPE            PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SERIAL          PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ISSUE-DATE      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-VALUE           PIC ZZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CHARGE          PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(10) VALUE 'LEAVERS: '.
           03  OUT-TOT-LEAVERS     PIC ZZZZ9.
           03  FILLER              PIC X(16) VALUE
               '  HOLDING KIT: '.
           03  OUT-TOT-HOLDERS     PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  ITEMS: '.
           03  OUT-TOT-ITEMS       PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  VALUE: '.
           03  OUT-TOT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT ASSET-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-ASSET-OPEN-FLAG
           ELSE
               DISPLAY 'ASSTMAST.DAT NOT AVAILABLE - NO ASSET '
                   'CHECK THIS RUN'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT LEAVERS-FILE
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-LEAVER-OPEN-FLAG
               IF NOT END-OF-FILE
                   PERFORM 1500-READ-LEAVER-PARA
               END-IF
           ELSE
               DISPLAY 'LEAVERS.DAT NOT AVAILABLE - NOTHING TO '
                   'CHECK'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
       1500-READ-LEAVER-PARA.
           READ LEAVERS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           IF LVR-EMP-ID NOT = SPACES
               AND LVR-EMP-ID NOT = 'ID   '
               AND LVR-GAP = SPACE
               ADD 1 TO WS-TOT-LEAVERS
               PERFORM 3000-CHECK-LEAVER-PARA
           END-IF
           PERFORM 1500-READ-LEAVER-PARA.
       3000-CHECK-LEAVER-PARA.
           MOVE 'N'        TO WS-HOLDER-FLAG WS-ASSET-EOF-FLAG
           MOVE LVR-EMP-ID TO AST-EMP-ID
           START ASSET-MASTER KEY = AST-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ASSET-EOF-FLAG
           END-START
           PERFORM 3100-READ-HOLDING-PARA UNTIL END-OF-HOLDINGS
           IF LEAVER-HOLDS-KIT
               ADD 1 TO WS-TOT-HOLDERS
           END-IF.
       3100-READ-HOLDING-PARA.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ASSET-EOF-FLAG
               NOT AT END
                   IF AST-EMP-ID NOT = LVR-EMP-ID
                       MOVE 'Y' TO WS-ASSET-EOF-FLAG
                   ELSE
                       IF AST-ISSUED
                           PERFORM 3200-PRINT-HOLDING-PARA
                       END-IF
                   END-IF
           END-READ.
       3200-PRINT-HOLDING-PARA.
           MOVE 'Y' TO WS-HOLDER-FLAG
           ADD 1 TO WS-TOT-ITEMS
           ADD AST-VALUE TO WS-TOT-VALUE
           MOVE AST-EMP-ID     TO OUT-EMP-ID
           MOVE AST-TAG        TO OUT-TAG
           MOVE AST-TYPE       TO OUT-TYPE
           MOVE AST-SERIAL     TO OUT-SERIAL
           MOVE AST-ISSUE-DATE TO OUT-ISSUE-DATE
           MOVE AST-VALUE      TO OUT-VALUE
           IF AST-CHARGE-ON-EXIT
               MOVE 'CHARGE' TO OUT-CHARGE
           ELSE
               MOVE SPACES   TO OUT-CHARGE
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-LEAVERS TO OUT-TOT-LEAVERS
           MOVE WS-TOT-HOLDERS TO OUT-TOT-HOLDERS
           MOVE WS-TOT-ITEMS   TO OUT-TOT-ITEMS
           MOVE WS-TOT-VALUE   TO OUT-TOT-VALUE
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** LEAVER ASSET CHECK SUMMARY **'
           DISPLAY 'LEAVERS CHECKED   : ', WS-TOT-LEAVERS
           DISPLAY 'STILL HOLDING KIT : ', WS-TOT-HOLDERS
           DISPLAY 'ITEMS OUTSTANDING : ', WS-TOT-ITEMS
           IF WS-TOT-HOLDERS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LEAVER-FILE-OPEN
               CLOSE LEAVERS-FILE
           END-IF
           IF ASSET-FILE-OPEN
               CLOSE ASSET-MASTER
           END-IF
           CLOSE REPORT-FILE.
