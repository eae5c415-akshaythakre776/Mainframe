       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASINQ.
      *****************************************************
      *  PER-EMPLOYEE ASSET HOLDINGS INQUIRY, CALLABLE      *
      *  FROM EMPMENU THROUGH THE INQCOMM CONVENTION.       *
      *  TAKES AN EMP-ID AND WALKS ASSTMAST.DAT ON ITS      *
      *  AST-EMP-ID ALTERNATE KEY, SHOWING EVERY ITEM THE   *
      *  EMPLOYEE STILL HOLDS - TAG, TYPE, SERIAL, ISSUE    *
      *  DATE, REPLACEMENT VALUE AND WHETHER PAYROLL HAS    *
      *  CHOSEN TO CHARGE IT AT SETTLEMENT - WITH THE       *
      *  TOTAL VALUE OUTSTANDING.  ITEMS ALREADY RETURNED   *
      *  OR WRITTEN OFF ARE NOT HOLDINGS AND ARE SKIPPED.   *
      *  EVERY LOOKUP IS LOGGED THROUGH ACCLOGW.            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO 'ASSTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AST-TAG
           ALTERNATE RECORD KEY IS AST-EMP-ID WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       COPY ASSETREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-HOLDINGS               VALUE 'Y'.
       01  WS-SEARCH-ID            PIC X(05) VALUE SPACES.
       01  WS-TOT-LISTED           PIC 9(05) VALUE ZERO.
       01  WS-TOT-VALUE            PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-VALUE           PIC ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHARGE-TEXT          PIC X(10) VALUE SPACES.
       COPY ACCESSLG.
       LINKAGE SECTION.
       COPY INQCOMM.
       PROCEDURE DIVISION USING INQ-COMM-BLOCK.
       0000-MAIN-PARA.
           MOVE ZERO TO WS-TOT-LISTED WS-TOT-VALUE
           MOVE 'N'  TO WS-EOF-FLAG
           DISPLAY 'ENTER EMP ID FOR ASSET HOLDINGS: '
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           OPEN INPUT ASSET-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'ASSTMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1
               MOVE 8    TO INQ-RESULT-CODE
               MOVE ZERO TO INQ-RESULT-COUNT
               MOVE 'ASSET REGISTER NOT AVAILABLE'
                   TO INQ-MESSAGE
           ELSE
               PERFORM 2000-LIST-HOLDINGS-PARA
               CLOSE ASSET-MASTER
               IF WS-TOT-LISTED = ZERO
                   MOVE 4 TO INQ-RESULT-CODE
                   MOVE 'NO ASSETS HELD' TO INQ-MESSAGE
               ELSE
                   MOVE WS-TOT-VALUE TO WS-EDIT-TOTAL
                   DISPLAY 'TOTAL REPLACEMENT VALUE HELD: '
                       WS-EDIT-TOTAL
                   MOVE ZERO TO INQ-RESULT-CODE
                   MOVE 'ASSET HOLDINGS LISTED' TO INQ-MESSAGE
               END-IF
               MOVE WS-TOT-LISTED TO INQ-RESULT-COUNT
           END-IF
           PERFORM 8000-LOG-ACCESS-PARA
           GOBACK.
       2000-LIST-HOLDINGS-PARA.
           MOVE WS-SEARCH-ID TO AST-EMP-ID
           START ASSET-MASTER KEY = AST-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM 2100-LIST-ONE-PARA UNTIL END-OF-HOLDINGS.
       2100-LIST-ONE-PARA.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AST-EMP-ID NOT = WS-SEARCH-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       IF AST-ISSUED
                           PERFORM 2200-SHOW-ONE-PARA
                       END-IF
                   END-IF
           END-READ.
       2200-SHOW-ONE-PARA.
           ADD 1 TO WS-TOT-LISTED
           ADD AST-VALUE TO WS-TOT-VALUE
           MOVE AST-VALUE TO WS-EDIT-VALUE
           IF AST-CHARGE-ON-EXIT
               MOVE 'CHARGE' TO WS-CHARGE-TEXT
           ELSE
               MOVE SPACES   TO WS-CHARGE-TEXT
           END-IF
           DISPLAY AST-TAG ' ' AST-TYPE ' ' AST-SERIAL
               ' ISSUED ' AST-ISSUE-DATE ' VALUE ' WS-EDIT-VALUE
               ' ' WS-CHARGE-TEXT.
       8000-LOG-ACCESS-PARA.
           MOVE INQ-OPERATOR TO ACC-OPERATOR
           MOVE 'EMPASINQ'   TO ACC-PROGRAM
           MOVE WS-SEARCH-ID TO ACC-SEARCH-KEY
           IF WS-TOT-LISTED > ZERO
               MOVE 'Y' TO ACC-FOUND
           ELSE
               MOVE 'N' TO ACC-FOUND
           END-IF
           CALL 'ACCLOGW' USING ACCESS-RECORD.
