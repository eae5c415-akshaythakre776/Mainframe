       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTENT.
      *****************************************************
      *  INTERACTIVE MAINTENANCE TRANSACTION ENTRY,         *
      *  CALLABLE FROM EMPMENU THROUGH THE INQCOMM          *
      *  CONVENTION BY MAINTENANCE-ROLE OPERATORS.  PROMPTS *
      *  FIELD BY FIELD FOR EACH TRANSACTION TYPE - ADD,    *
      *  CHANGE, DELETE, TRANSFER, REHIRE, CONFIRM AND      *
      *  CERTIFY - AND VALIDATES AS IT GOES: THE EMP-ID     *
      *  AGAINST EMPMAST.DAT (ABSENT FOR AN ADD, PRESENT    *
      *  FOR EVERYTHING ELSE, TERMINATED FOR A REHIRE),     *
      *  LOCATION, TECH AND DEPARTMENT THROUGH REFLKUP,     *
      *  DATES AS REAL CALENDAR DATES AND AMOUNTS AS        *
      *  99999.99.  A FIELD THAT FAILS IS ASKED FOR AGAIN.  *
      *  A CHANGE, TRANSFER OR REHIRE SHOWS THE CURRENT     *
      *  MASTER VALUES FIRST AND STARTS FROM THEM, SO A     *
      *  BLANK ENTRY KEEPS WHAT IS THERE - EMPMAINT         *
      *  REPLACES EVERY FIELD ON A CHANGE.  EACH            *
      *  TRANSACTION IS SHOWN BACK FOR A Y/N BEFORE IT IS   *
      *  KEPT.  THE SESSION'S TRANSACTIONS ARE WRITTEN AS   *
      *  ONE ORDINARY BATCH TO THE INCOMING FILE            *
      *  EMPTRANI.DAT - BATCHCTL HEADER CARRYING THE        *
      *  OPERATOR AS ORIGINATOR, TRAILER WITH THE COUNT AND *
      *  EARNINGS HASH - SO IT GOES THROUGH EMPTRNRL AND    *
      *  THE EMPMAINT DUAL-CONTROL APPROVAL LIKE ANY OTHER  *
      *  BATCH.  NOTHING IS WRITTEN WHEN NO TRANSACTION IS  *
      *  KEPT.  LIKE THE OTHER FEEDS THE BATCH REPLACES     *
      *  WHATEVER EMPTRANI.DAT HELD, SO WHEN THE FILE       *
      *  ALREADY CARRIES A BATCH DATED TODAY - ONE          *
      *  TONIGHT'S CYCLE HAS NOT YET RELEASED - THE         *
      *  OPERATOR IS SHOWN IT AND MUST AGREE TO REPLACE IT  *
      *  BEFORE ENTRY STARTS.                               *
      *  AN EMPLOYEE PAID BY PAY COMPONENTS (PAYSTRC.DAT,   *
      *  THROUGH PAYSTRLK) HAS NO EARNINGS PROMPT ON A      *
      *  CHANGE OR REHIRE - EMPMAINT WOULD REJECT IT.       *
      *  INSTEAD ONE COMPONENT ON PAYCOMP.DAT MAY BE SET,   *
      *  AND WHEN THE TRANSACTION IS KEPT THAT GOES TO      *
      *  STRTRAN.DAT (APPENDED, WITH THE OPERATOR) FOR      *
      *  PAYSMNT TO APPLY AND RE-TOTAL EMP-EARN FROM.       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT TRAN-OUT-FILE ASSIGN TO 'EMPTRANI.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT STRUCT-TRAN-FILE ASSIGN TO 'STRTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PAY-COMP-FILE ASSIGN TO 'PAYCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  TRAN-OUT-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  TRAN-OUT-RECORD         PIC X(102).
       FD  STRUCT-TRAN-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  STRUCT-TRAN-RECORD.
           03  STR-EMP-ID          PIC X(05).
           03  STR-COMP            PIC X(04).
           03  STR-EFF-DATE        PIC 9(08).
           03  STR-AMOUNT          PIC 9(5)V99.
           03  STR-OPERATOR        PIC X(08).
       FD  PAY-COMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PAYCOMP.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-OPEN                   VALUE 'Y'.
       01  WS-BATCH-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  BATCH-OPEN                    VALUE 'Y'.
       01  WS-REFUSE-FLAG          PIC X(01) VALUE 'N'.
           88  SESSION-REFUSED               VALUE 'Y'.
       01  WS-ENTRY-FLAG           PIC X(01) VALUE 'N'.
           88  END-OF-ENTRY                  VALUE 'Y'.
       01  WS-FIELD-FLAG           PIC X(01) VALUE 'N'.
           88  FIELD-ACCEPTED                VALUE 'Y'.
       01  WS-DROP-FLAG            PIC X(01) VALUE 'N'.
           88  TRAN-DROPPED                  VALUE 'Y'.
       01  WS-KEEP-FLAG            PIC X(01) VALUE 'N'.
           88  BLANK-KEEPS                   VALUE 'Y'.
       01  WS-ON-FILE-FLAG         PIC X(01) VALUE 'N'.
           88  EMP-ON-FILE                   VALUE 'Y'.
       01  WS-DATE-FLAG            PIC X(01) VALUE 'N'.
           88  DATE-VALID                    VALUE 'Y'.
       01  WS-AMT-FLAG             PIC X(01) VALUE 'N'.
           88  AMOUNT-VALID                  VALUE 'Y'.
       01  WS-STRUCT-FLAG          PIC X(01) VALUE 'N'.
           88  EMP-STRUCTURED                VALUE 'Y'.
       01  WS-STR-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  STRTRAN-OPEN                  VALUE 'Y'.
       01  WS-PCM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-COMPONENTS             VALUE 'Y'.
       01  WS-COMP-FLAG            PIC X(01) VALUE 'N'.
           88  COMP-ON-MASTER                VALUE 'Y'.
       01  WS-TRAN-TYPE            PIC X(01) VALUE SPACES.
       01  WS-REPLY                PIC X(01) VALUE SPACES.
       01  WS-PROMPT               PIC X(24) VALUE SPACES.
       01  WS-IN-TEXT              PIC X(30) VALUE SPACES.
       01  WS-IN-DATE              PIC X(08) VALUE SPACES.
       01  WS-IN-DATE-R REDEFINES WS-IN-DATE.
           03  WS-IN-YR            PIC 9(04).
           03  WS-IN-MM            PIC 9(02).
           03  WS-IN-DD            PIC 9(02).
       01  WS-IN-DATE-NUM REDEFINES WS-IN-DATE
                                   PIC 9(08).
       01  WS-IN-AMT               PIC X(08) VALUE SPACES.
       01  WS-IN-AMT-R REDEFINES WS-IN-AMT.
           03  WS-IN-UNITS         PIC 9(05).
           03  WS-IN-POINT         PIC X(01).
           03  WS-IN-CENTS         PIC 9(02).
       01  WS-AMT-VALUE            PIC 9(5)V99 VALUE ZERO.
       01  WS-AT-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-STR-COMP             PIC X(04) VALUE SPACES.
       01  WS-STR-AMT              PIC 9(5)V99 VALUE ZERO.
       01  WS-STR-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-PCM-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PCM-TABLE.
           03  TBL-PCM-CODE        PIC X(04) OCCURS 50 TIMES.
       01  WS-PCM-SUB              PIC 9(02) VALUE ZERO.
       COPY DATEREQ.
       01  WS-TODAY-NUM            PIC 9(08) VALUE ZERO.
       01  WS-BATCH-ID             PIC X(08) VALUE SPACES.
       01  WS-TRAN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-HASH-EARN            PIC 9(11)V99 VALUE ZERO.
       01  WS-EDIT-EARN            PIC ZZ,ZZ9.99.
       01  WS-EDIT-DEDN            PIC ZZ,ZZ9.99.
       01  WS-EDIT-AMT             PIC ZZ,ZZ9.99.
       01  WS-EDIT-HASH            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       COPY TRANREC.
       COPY BATCHCTL.
       COPY REFLKREQ.
       COPY PSTRREQ.
       COPY LOCMREC.
       COPY RATEREC.
       COPY DEPTREC.
       COPY ACCESSLG.
       LINKAGE SECTION.
       COPY INQCOMM.
       PROCEDURE DIVISION USING INQ-COMM-BLOCK.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA
           IF NOT SESSION-REFUSED
               PERFORM 2000-ENTER-TRAN-PARA UNTIL END-OF-ENTRY
           END-IF
           PERFORM 9000-TERMINATION-PARA
           GOBACK.
       1000-INITIALIZATION-PARA.
           MOVE 'N'  TO WS-MASTER-OPEN-FLAG WS-BATCH-OPEN-FLAG
                        WS-REFUSE-FLAG WS-ENTRY-FLAG
                        WS-STR-OPEN-FLAG WS-PCM-EOF-FLAG
           MOVE ZERO TO WS-TRAN-COUNT WS-HASH-EARN
                        WS-STR-COUNT WS-PCM-COUNT
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BATCH-ID
           STRING 'ME' WS-TODAY-NUM(3:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING
           PERFORM 1100-CHECK-WAITING-BATCH-PARA
           IF NOT SESSION-REFUSED
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-FILE-STAT1 = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-FLAG
               ELSE
                   DISPLAY 'EMPMAST.DAT NOT AVAILABLE - STATUS '
                       WS-FILE-STAT1
                   MOVE 'Y' TO WS-REFUSE-FLAG
                   MOVE 8   TO INQ-RESULT-CODE
                   MOVE 'EMPLOYEE MASTER NOT AVAILABLE'
                       TO INQ-MESSAGE
               END-IF
           END-IF
           IF NOT SESSION-REFUSED
               OPEN INPUT PAY-COMP-FILE
               IF WS-FILE-STAT4 = '00'
                   PERFORM 1200-LOAD-COMPONENT-PARA
                       UNTIL END-OF-COMPONENTS
                   CLOSE PAY-COMP-FILE
               END-IF
           END-IF.
      *****************************************************
      *  EMPTRANI.DAT IS REPLACED, NOT EXTENDED.  A BATCH   *
      *  DATED TODAY HAS NOT BEEN THROUGH TONIGHT'S CYCLE,  *
      *  SO THE OPERATOR MUST AGREE BEFORE IT IS LOST.      *
      *****************************************************
       1100-CHECK-WAITING-BATCH-PARA.
           MOVE SPACES TO BATCH-HEADER-RECORD
           OPEN INPUT TRAN-OUT-FILE
           IF WS-FILE-STAT2 = '00'
               READ TRAN-OUT-FILE INTO BATCH-HEADER-RECORD
                   AT END
                       MOVE SPACES TO BATCH-HEADER-RECORD
               END-READ
               CLOSE TRAN-OUT-FILE
           END-IF
           IF BH-REC-CODE = 'H'
               IF BH-BATCH-DATE = WS-TODAY-NUM
                   DISPLAY 'EMPTRANI.DAT ALREADY HOLDS BATCH '
                       BH-BATCH-ID ' FROM ' BH-ORIGINATOR
                   DISPLAY 'IT HAS NOT BEEN RELEASED YET - '
                       'REPLACE IT (Y/N): ' WITH NO ADVANCING
                   MOVE SPACES TO WS-REPLY
                   ACCEPT WS-REPLY
                   IF WS-REPLY NOT = 'Y'
                       MOVE 'Y' TO WS-REFUSE-FLAG
                       MOVE 4   TO INQ-RESULT-CODE
                       MOVE 'WAITING BATCH KEPT - NOTHING ENTERED'
                           TO INQ-MESSAGE
                   END-IF
               END-IF
           END-IF.
       1200-LOAD-COMPONENT-PARA.
           READ PAY-COMP-FILE
               AT END
                   MOVE 'Y' TO WS-PCM-EOF-FLAG
               NOT AT END
                   IF WS-PCM-COUNT < 50
                       ADD 1 TO WS-PCM-COUNT
                       MOVE PCM-CODE TO TBL-PCM-CODE(WS-PCM-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PCM-EOF-FLAG
                   END-IF
           END-READ.
       2000-ENTER-TRAN-PARA.
           DISPLAY ' '
           DISPLAY 'TRANSACTION TYPE:  A ADD       C CHANGE   '
               'D DELETE'
           DISPLAY '                   X TRANSFER  R REHIRE   '
               'F CONFIRM'
           DISPLAY '                   K CERTIFY   E END OF ENTRY'
           DISPLAY 'ENTER TYPE: ' WITH NO ADVANCING
           MOVE SPACES TO WS-TRAN-TYPE
           ACCEPT WS-TRAN-TYPE
           EVALUATE TRUE
               WHEN WS-TRAN-TYPE = 'E' OR SPACE
                   MOVE 'Y' TO WS-ENTRY-FLAG
               WHEN WS-TRAN-TYPE = 'A' OR 'C' OR 'D' OR 'X'
                   OR 'R' OR 'F' OR 'K'
                   PERFORM 2100-BUILD-TRAN-PARA
               WHEN OTHER
                   DISPLAY 'UNKNOWN TRANSACTION TYPE - PLEASE '
                       'RE-ENTER'
           END-EVALUATE.
       2100-BUILD-TRAN-PARA.
           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-TYPE TO TRAN-CODE
           MOVE 'N' TO WS-DROP-FLAG WS-KEEP-FLAG WS-FIELD-FLAG
                       WS-STRUCT-FLAG
           MOVE SPACES TO WS-STR-COMP
           MOVE ZERO   TO WS-STR-AMT
           PERFORM 2200-ASK-EMP-ID-PARA UNTIL FIELD-ACCEPTED
           IF NOT TRAN-DROPPED
               EVALUATE TRUE
                   WHEN TRAN-ADD OR TRAN-CHANGE
                       PERFORM 2300-ASK-FULL-FIELDS-PARA
                   WHEN TRAN-DELETE
                       MOVE 'N' TO WS-FIELD-FLAG
                       PERFORM 3600-ASK-REASON-PARA
                           UNTIL FIELD-ACCEPTED
                   WHEN TRAN-TRANSFER
                       PERFORM 2400-ASK-TRANSFER-FIELDS-PARA
                   WHEN TRAN-REHIRE
                       PERFORM 2500-ASK-REHIRE-FIELDS-PARA
                   WHEN TRAN-CERTIFY
                       MOVE 'N' TO WS-FIELD-FLAG
                       PERFORM 3650-ASK-CERT-DATE-PARA
                           UNTIL FIELD-ACCEPTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT TRAN-DROPPED
               MOVE 'N' TO WS-FIELD-FLAG
               PERFORM 3700-ASK-EFF-DATE-PARA UNTIL FIELD-ACCEPTED
               PERFORM 2900-CONFIRM-TRAN-PARA
           END-IF.
      *****************************************************
      *  AN ADD NEEDS AN EMP-ID THE MASTER DOES NOT HAVE;   *
      *  EVERY OTHER TYPE NEEDS ONE IT DOES, AND A REHIRE   *
      *  ONE THAT IS TERMINATED.  A BLANK ID ABANDONS THE   *
      *  TRANSACTION.                                       *
      *****************************************************
       2200-ASK-EMP-ID-PARA.
           DISPLAY 'EMP ID (BLANK TO CANCEL): ' WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           IF WS-IN-TEXT = SPACES
               MOVE 'Y' TO WS-DROP-FLAG WS-FIELD-FLAG
           ELSE
               MOVE WS-IN-TEXT(1:5) TO TRAN-EMP-ID
               MOVE TRAN-EMP-ID     TO EMP-ID
               MOVE 'Y' TO WS-ON-FILE-FLAG
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-ON-FILE-FLAG
               END-READ
               PERFORM 8000-LOG-ACCESS-PARA
               EVALUATE TRUE
                   WHEN WS-IN-TEXT(6:) NOT = SPACES
                       DISPLAY 'EMP ID IS FIVE CHARACTERS - '
                           'RE-ENTER'
                   WHEN TRAN-ADD AND EMP-ON-FILE
                       DISPLAY 'EMP ID ' TRAN-EMP-ID
                           ' IS ALREADY ON THE MASTER'
                   WHEN TRAN-ADD
                       MOVE 'Y' TO WS-FIELD-FLAG
                   WHEN NOT EMP-ON-FILE
                       DISPLAY 'EMP ID ' TRAN-EMP-ID
                           ' IS NOT ON THE MASTER'
                   WHEN TRAN-REHIRE AND NOT EMP-TERMINATED
                       DISPLAY 'EMP ID ' TRAN-EMP-ID
                           ' IS NOT TERMINATED - NO REHIRE'
                   WHEN OTHER
                       MOVE 'Y' TO WS-FIELD-FLAG
                       PERFORM 2250-SHOW-CURRENT-PARA
               END-EVALUATE
           END-IF.
      *****************************************************
      *  EMPMAINT TAKES EVERY FIELD OF A CHANGE, AND MOST   *
      *  OF A REHIRE, FROM THE TRANSACTION - SO THOSE START *
      *  FROM THE MASTER AND A BLANK ANSWER KEEPS THE       *
      *  CURRENT VALUE.                                     *
      *****************************************************
       2250-SHOW-CURRENT-PARA.
           MOVE EMP-EARN TO WS-EDIT-EARN
           MOVE EMP-DEDN TO WS-EDIT-DEDN
           DISPLAY 'CURRENT MASTER VALUES - BLANK KEEPS THEM'
           DISPLAY '  NAME  ' EMP-NAME '  STATUS ' EMP-STATUS
           DISPLAY '  LOC   ' EMP-LOC '  TECH ' EMP-TECH
               '  DEPT ' EMP-DEPT
           DISPLAY '  BORN  ' EMP-DOB '  HIRED ' EMP-HIRE-DATE
           DISPLAY '  EARN  ' WS-EDIT-EARN '  DEDN ' WS-EDIT-DEDN
           DISPLAY '  BADGE ' EMP-BADGE '  EMAIL ' EMP-EMAIL
           DISPLAY '  CERTIFICATION EXPIRES ' EMP-CERT-EXP-DATE
           IF TRAN-CHANGE OR TRAN-TRANSFER OR TRAN-REHIRE
               MOVE 'Y'           TO WS-KEEP-FLAG
               MOVE EMP-NAME      TO TRAN-EMP-NAME
               MOVE EMP-LOC       TO TRAN-EMP-LOC
               MOVE EMP-TECH      TO TRAN-EMP-TECH
               MOVE EMP-DOB       TO TRAN-EMP-DOB
               MOVE EMP-EARN      TO TRAN-EMP-EARN
               MOVE EMP-DEDN      TO TRAN-EMP-DEDN
               MOVE EMP-HIRE-DATE TO TRAN-EMP-HIRE-DATE
               MOVE EMP-BADGE     TO TRAN-EMP-BADGE
               MOVE EMP-EMAIL     TO TRAN-EMP-EMAIL
               MOVE EMP-DEPT      TO TRAN-EMP-DEPT
           END-IF
           IF TRAN-CHANGE OR TRAN-REHIRE
               PERFORM 2270-CHECK-STRUCTURE-PARA
           END-IF.
      *****************************************************
      *  A STRUCTURED EMPLOYEE'S EARNINGS ARE THE TOTAL OF  *
      *  THE COMPONENTS, SO THEY STAY AS THEY ARE AND ANY   *
      *  PAY CHANGE IS KEYED AGAINST A COMPONENT.           *
      *****************************************************
       2270-CHECK-STRUCTURE-PARA.
           MOVE EMP-ID       TO PSQ-EMP-ID
           MOVE WS-TODAY-NUM TO PSQ-DATE
           CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
           IF PSQ-STRUCTURED
               MOVE 'Y' TO WS-STRUCT-FLAG
               DISPLAY '  PAID BY ' PSQ-COMP-COUNT
                   ' PAY COMPONENTS - EARNINGS MOVE ONLY BY '
                   'COMPONENT'
           END-IF.
       2300-ASK-FULL-FIELDS-PARA.
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3100-ASK-NAME-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3150-ASK-LOC-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3200-ASK-TECH-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3250-ASK-DEPT-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3300-ASK-DOB-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3350-ASK-HIRE-DATE-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           IF EMP-STRUCTURED
               PERFORM 3420-ASK-COMPONENT-PARA UNTIL FIELD-ACCEPTED
           ELSE
               PERFORM 3400-ASK-EARN-PARA UNTIL FIELD-ACCEPTED
           END-IF
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3450-ASK-DEDN-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3500-ASK-BADGE-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3550-ASK-EMAIL-PARA UNTIL FIELD-ACCEPTED.
      *****************************************************
      *  A TRANSFER MOVES ONLY LOCATION AND DEPARTMENT;     *
      *  ONE THAT MOVES NEITHER WOULD ONLY BE REJECTED BY   *
      *  EMPMAINT, SO IT IS DROPPED HERE.                   *
      *****************************************************
       2400-ASK-TRANSFER-FIELDS-PARA.
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3150-ASK-LOC-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3250-ASK-DEPT-PARA UNTIL FIELD-ACCEPTED
           IF TRAN-EMP-LOC = EMP-LOC
               AND TRAN-EMP-DEPT = EMP-DEPT
               DISPLAY 'SAME LOCATION AND DEPARTMENT - NOTHING TO '
                   'TRANSFER, TRANSACTION DROPPED'
               MOVE 'Y' TO WS-DROP-FLAG
           END-IF.
      *****************************************************
      *  A REHIRE MUST CARRY THE NEW HIRE DATE - EMPMAINT   *
      *  MEASURES THE BREAK IN SERVICE FROM IT - SO THAT    *
      *  ONE FIELD HAS NO BLANK-KEEPS DEFAULT.              *
      *****************************************************
       2500-ASK-REHIRE-FIELDS-PARA.
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3150-ASK-LOC-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3200-ASK-TECH-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3250-ASK-DEPT-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N' TO WS-FIELD-FLAG
           IF EMP-STRUCTURED
               PERFORM 3420-ASK-COMPONENT-PARA UNTIL FIELD-ACCEPTED
           ELSE
               PERFORM 3400-ASK-EARN-PARA UNTIL FIELD-ACCEPTED
           END-IF
           MOVE 'N' TO WS-FIELD-FLAG
           PERFORM 3450-ASK-DEDN-PARA UNTIL FIELD-ACCEPTED
           MOVE 'N'  TO WS-KEEP-FLAG WS-FIELD-FLAG
           MOVE ZERO TO TRAN-EMP-HIRE-DATE
           PERFORM 3350-ASK-HIRE-DATE-PARA UNTIL FIELD-ACCEPTED
           IF TRAN-EMP-HIRE-DATE NOT > EMP-TERM-DATE
               DISPLAY 'REHIRE DATE IS NOT AFTER THE TERMINATION '
                   'DATE ' EMP-TERM-DATE ' - TRANSACTION DROPPED'
               MOVE 'Y' TO WS-DROP-FLAG
           END-IF.
       2900-CONFIRM-TRAN-PARA.
           MOVE TRAN-EMP-EARN TO WS-EDIT-EARN
           MOVE TRAN-EMP-DEDN TO WS-EDIT-DEDN
           DISPLAY ' '
           DISPLAY 'TRANSACTION ' TRAN-CODE ' FOR ' TRAN-EMP-ID
               ' ' TRAN-EMP-NAME
           EVALUATE TRUE
               WHEN TRAN-ADD OR TRAN-CHANGE OR TRAN-REHIRE
                   DISPLAY '  LOC ' TRAN-EMP-LOC
                       '  TECH ' TRAN-EMP-TECH
                       '  DEPT ' TRAN-EMP-DEPT
                       '  HIRED ' TRAN-EMP-HIRE-DATE
                   DISPLAY '  EARN ' WS-EDIT-EARN
                       '  DEDN ' WS-EDIT-DEDN
               WHEN TRAN-TRANSFER
                   DISPLAY '  TO LOC ' TRAN-EMP-LOC
                       '  DEPT ' TRAN-EMP-DEPT
               WHEN TRAN-DELETE
                   DISPLAY '  TERMINATION REASON ' TRAN-TERM-REASON
               WHEN TRAN-CERTIFY
                   DISPLAY '  CERTIFICATION EXPIRES '
                       TRAN-EMP-CERT-EXP-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-STR-COMP NOT = SPACES
               MOVE WS-STR-AMT TO WS-EDIT-AMT
               DISPLAY '  COMPONENT ' WS-STR-COMP ' SET TO '
                   WS-EDIT-AMT ' THROUGH STRTRAN.DAT'
           END-IF
           IF TRAN-EFF-DATE = ZERO
               DISPLAY '  EFFECTIVE AT ONCE'
           ELSE
               DISPLAY '  EFFECTIVE ' TRAN-EFF-DATE
           END-IF
           DISPLAY 'KEEP THIS TRANSACTION (Y/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y'
               PERFORM 2950-WRITE-TRAN-PARA
           ELSE
               DISPLAY 'TRANSACTION DISCARDED'
           END-IF.
       2950-WRITE-TRAN-PARA.
           IF NOT BATCH-OPEN
               PERFORM 2960-OPEN-BATCH-PARA
           END-IF
           IF BATCH-OPEN
               WRITE TRAN-OUT-RECORD FROM TRAN-RECORD
               ADD 1 TO WS-TRAN-COUNT
               ADD TRAN-EMP-EARN TO WS-HASH-EARN
               DISPLAY 'TRANSACTION ' WS-TRAN-COUNT ' KEPT'
               IF WS-STR-COMP NOT = SPACES
                   PERFORM 2970-WRITE-STRUCT-PARA
               END-IF
           END-IF.
      *****************************************************
      *  STRTRAN.DAT IS EXTENDED, NOT REPLACED - IT MAY     *
      *  ALREADY HOLD OTHER FEEDS' COMPONENT CHANGES FOR    *
      *  TONIGHT'S PAYSMNT RUN.                             *
      *****************************************************
       2970-WRITE-STRUCT-PARA.
           IF NOT STRTRAN-OPEN
               OPEN INPUT STRUCT-TRAN-FILE
               IF WS-FILE-STAT3 = '00'
                   CLOSE STRUCT-TRAN-FILE
                   OPEN EXTEND STRUCT-TRAN-FILE
               ELSE
                   OPEN OUTPUT STRUCT-TRAN-FILE
               END-IF
               MOVE 'Y' TO WS-STR-OPEN-FLAG
           END-IF
           MOVE TRAN-EMP-ID  TO STR-EMP-ID
           MOVE WS-STR-COMP  TO STR-COMP
           IF TRAN-EFF-DATE = ZERO
               MOVE WS-TODAY-NUM  TO STR-EFF-DATE
           ELSE
               MOVE TRAN-EFF-DATE TO STR-EFF-DATE
           END-IF
           MOVE WS-STR-AMT   TO STR-AMOUNT
           MOVE INQ-OPERATOR TO STR-OPERATOR
           WRITE STRUCT-TRAN-RECORD
           ADD 1 TO WS-STR-COUNT
           DISPLAY 'COMPONENT CHANGE ' WS-STR-COUNT
               ' WRITTEN TO STRTRAN.DAT'.
      *****************************************************
      *  THE BATCH FILE IS ONLY OPENED - AND ANY EARLIER    *
      *  EMPTRANI.DAT ONLY REPLACED - ONCE THERE IS A       *
      *  TRANSACTION TO PUT IN IT.                          *
      *****************************************************
       2960-OPEN-BATCH-PARA.
           OPEN OUTPUT TRAN-OUT-FILE
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y'          TO WS-BATCH-OPEN-FLAG
               MOVE SPACES       TO BATCH-HEADER-RECORD
               MOVE 'H'          TO BH-REC-CODE
               MOVE WS-BATCH-ID  TO BH-BATCH-ID
               MOVE WS-TODAY-NUM TO BH-BATCH-DATE
               MOVE INQ-OPERATOR TO BH-ORIGINATOR
               WRITE TRAN-OUT-RECORD FROM BATCH-HEADER-RECORD
           ELSE
               DISPLAY 'EMPTRANI.DAT CANNOT BE OPENED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-ENTRY-FLAG WS-REFUSE-FLAG
               MOVE 8   TO INQ-RESULT-CODE
               MOVE 'EMPTRANI.DAT NOT AVAILABLE' TO INQ-MESSAGE
           END-IF.
      *****************************************************
      *  FIELD PROMPTS.  EACH IS PERFORMED UNTIL THE FIELD  *
      *  IS ACCEPTED; A BLANK ANSWER KEEPS THE VALUE        *
      *  ALREADY IN THE TRANSACTION WHEN BLANK-KEEPS IS ON  *
      *  OR THE FIELD IS OPTIONAL, AND IS REFUSED           *
      *  OTHERWISE.                                         *
      *****************************************************
       3000-ACCEPT-FIELD-PARA.
           DISPLAY '  ' WS-PROMPT ': ' WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT.
       3050-BLANK-FIELD-PARA.
           IF BLANK-KEEPS
               MOVE 'Y' TO WS-FIELD-FLAG
           ELSE
               DISPLAY '  THIS FIELD IS REQUIRED'
           END-IF.
       3100-ASK-NAME-PARA.
           MOVE 'EMPLOYEE NAME' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           EVALUATE TRUE
               WHEN WS-IN-TEXT = SPACES
                   PERFORM 3050-BLANK-FIELD-PARA
               WHEN WS-IN-TEXT(16:) NOT = SPACES
                   DISPLAY '  NAME IS AT MOST 15 CHARACTERS'
               WHEN OTHER
                   MOVE WS-IN-TEXT TO TRAN-EMP-NAME
                   MOVE 'Y' TO WS-FIELD-FLAG
           END-EVALUATE.
       3150-ASK-LOC-PARA.
           MOVE 'LOCATION CODE' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               MOVE 'L'    TO RLK-FILE-ID
               MOVE SPACES TO RLK-KEY
               MOVE WS-IN-TEXT(1:3) TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND AND WS-IN-TEXT(4:) = SPACES
                   MOVE RLK-DATA        TO LOCM-RECORD
                   MOVE WS-IN-TEXT(1:3) TO TRAN-EMP-LOC
                   DISPLAY '    ' LOCM-NAME
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  LOCATION ' WS-IN-TEXT(1:10)
                       ' IS NOT ON LOCMAST'
               END-IF
           END-IF.
       3200-ASK-TECH-PARA.
           MOVE 'TECH CODE' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               MOVE 'R'    TO RLK-FILE-ID
               MOVE WS-IN-TEXT(1:5) TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND AND WS-IN-TEXT(6:) = SPACES
                   MOVE RLK-DATA        TO RATE-RECORD
                   MOVE WS-IN-TEXT(1:5) TO TRAN-EMP-TECH
                   DISPLAY '    ' RATE-DESC
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  TECH ' WS-IN-TEXT(1:10)
                       ' IS NOT ON RATEMAST'
               END-IF
           END-IF.
       3250-ASK-DEPT-PARA.
           MOVE 'DEPARTMENT' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               MOVE 'D'    TO RLK-FILE-ID
               MOVE SPACES TO RLK-KEY
               MOVE WS-IN-TEXT(1:4) TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND AND WS-IN-TEXT(5:) = SPACES
                   MOVE RLK-DATA        TO DEPT-RECORD
                   MOVE WS-IN-TEXT(1:4) TO TRAN-EMP-DEPT
                   DISPLAY '    ' DEPT-NAME
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  DEPARTMENT ' WS-IN-TEXT(1:10)
                       ' IS NOT ON DEPTMAST'
               END-IF
           END-IF.
       3300-ASK-DOB-PARA.
           MOVE 'DATE OF BIRTH YYYYMMDD' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               PERFORM 3800-CHECK-DATE-PARA
               IF DATE-VALID AND WS-IN-DATE-NUM < WS-TODAY-NUM
                   MOVE WS-IN-DATE TO TRAN-EMP-DOB
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  NOT A VALID PAST DATE'
               END-IF
           END-IF.
       3350-ASK-HIRE-DATE-PARA.
           MOVE 'HIRE DATE YYYYMMDD' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               PERFORM 3800-CHECK-DATE-PARA
               IF DATE-VALID
                   MOVE WS-IN-DATE TO TRAN-EMP-HIRE-DATE
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  NOT A VALID DATE'
               END-IF
           END-IF.
       3400-ASK-EARN-PARA.
           MOVE 'EARNINGS 99999.99' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               PERFORM 3050-BLANK-FIELD-PARA
           ELSE
               PERFORM 3900-CHECK-AMOUNT-PARA
               IF AMOUNT-VALID AND WS-AMT-VALUE > ZERO
                   MOVE WS-AMT-VALUE TO TRAN-EMP-EARN
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  ENTER EARNINGS AS 99999.99, ABOVE '
                       'ZERO'
               END-IF
           END-IF.
      *****************************************************
      *  A BLANK COMPONENT LEAVES THE PAY AS IT IS.  A ZERO *
      *  AMOUNT ENDS THE COMPONENT, AS IN PAYSMNT.          *
      *****************************************************
       3420-ASK-COMPONENT-PARA.
           MOVE 'PAY COMPONENT (OPTIONAL)' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           MOVE 'N' TO WS-COMP-FLAG
           PERFORM 3425-FIND-COMPONENT-PARA
               VARYING WS-PCM-SUB FROM 1 BY 1
               UNTIL WS-PCM-SUB > WS-PCM-COUNT
           EVALUATE TRUE
               WHEN WS-IN-TEXT = SPACES
                   MOVE SPACES TO WS-STR-COMP
                   MOVE 'Y' TO WS-FIELD-FLAG
               WHEN WS-IN-TEXT(5:) NOT = SPACES
                   OR NOT COMP-ON-MASTER
                   DISPLAY '  NOT A COMPONENT ON PAYCOMP.DAT'
               WHEN OTHER
                   MOVE WS-IN-TEXT(1:4) TO WS-STR-COMP
                   PERFORM 3430-ASK-COMP-AMOUNT-PARA
                       UNTIL FIELD-ACCEPTED
           END-EVALUATE.
       3425-FIND-COMPONENT-PARA.
           IF TBL-PCM-CODE(WS-PCM-SUB) = WS-IN-TEXT(1:4)
               MOVE 'Y' TO WS-COMP-FLAG
           END-IF.
       3430-ASK-COMP-AMOUNT-PARA.
           MOVE 'COMPONENT AMT 99999.99' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           PERFORM 3900-CHECK-AMOUNT-PARA
           IF AMOUNT-VALID
               MOVE WS-AMT-VALUE TO WS-STR-AMT
               MOVE 'Y' TO WS-FIELD-FLAG
           ELSE
               DISPLAY '  ENTER THE AMOUNT AS 99999.99'
           END-IF.
      *****************************************************
      *  DEDUCTIONS ARE OPTIONAL (ZERO ON AN ADD) BUT MAY   *
      *  NOT EXCEED THE EARNINGS JUST ENTERED.              *
      *****************************************************
       3450-ASK-DEDN-PARA.
           MOVE 'DEDUCTIONS 99999.99' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               MOVE TRAN-EMP-DEDN TO WS-AMT-VALUE
           ELSE
               PERFORM 3900-CHECK-AMOUNT-PARA
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-TEXT NOT = SPACES AND NOT AMOUNT-VALID
                   DISPLAY '  ENTER DEDUCTIONS AS 99999.99'
               WHEN WS-AMT-VALUE > TRAN-EMP-EARN
                   DISPLAY '  DEDUCTIONS EXCEED EARNINGS'
               WHEN OTHER
                   MOVE WS-AMT-VALUE TO TRAN-EMP-DEDN
                   MOVE 'Y' TO WS-FIELD-FLAG
           END-EVALUATE.
       3500-ASK-BADGE-PARA.
           MOVE 'BADGE (OPTIONAL)' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           EVALUATE TRUE
               WHEN WS-IN-TEXT = SPACES
                   MOVE 'Y' TO WS-FIELD-FLAG
               WHEN WS-IN-TEXT(7:) NOT = SPACES
                   DISPLAY '  BADGE IS AT MOST 6 CHARACTERS'
               WHEN OTHER
                   MOVE WS-IN-TEXT TO TRAN-EMP-BADGE
                   MOVE 'Y' TO WS-FIELD-FLAG
           END-EVALUATE.
       3550-ASK-EMAIL-PARA.
           MOVE 'EMAIL (OPTIONAL)' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           MOVE ZERO TO WS-AT-COUNT
           INSPECT WS-IN-TEXT TALLYING WS-AT-COUNT FOR ALL '@'
           EVALUATE TRUE
               WHEN WS-IN-TEXT = SPACES
                   MOVE 'Y' TO WS-FIELD-FLAG
               WHEN WS-IN-TEXT(26:) NOT = SPACES
                   DISPLAY '  EMAIL IS AT MOST 25 CHARACTERS'
               WHEN WS-AT-COUNT NOT = 1
                   DISPLAY '  NOT AN EMAIL ADDRESS'
               WHEN OTHER
                   MOVE WS-IN-TEXT TO TRAN-EMP-EMAIL
                   MOVE 'Y' TO WS-FIELD-FLAG
           END-EVALUATE.
       3600-ASK-REASON-PARA.
           MOVE 'TERMINATION REASON' TO WS-PROMPT
           DISPLAY '  RS RESIGNED  DM DISMISSED  RD REDUNDANT'
           DISPLAY '  RT RETIRED   EC END OF CONTRACT  DE DEATH'
           PERFORM 3000-ACCEPT-FIELD-PARA
           MOVE WS-IN-TEXT(1:2) TO TRAN-TERM-REASON
           IF TRAN-TERM-REASON-VALID AND WS-IN-TEXT(3:) = SPACES
               MOVE 'Y' TO WS-FIELD-FLAG
           ELSE
               DISPLAY '  NOT A TERMINATION REASON'
           END-IF.
      *****************************************************
      *  EMPMAINT ONLY EVER MOVES AN EXPIRY FORWARD, SO A   *
      *  DATE NOT PAST THE ONE ON THE MASTER IS REFUSED.    *
      *****************************************************
       3650-ASK-CERT-DATE-PARA.
           MOVE 'CERT EXPIRY YYYYMMDD' TO WS-PROMPT
           PERFORM 3000-ACCEPT-FIELD-PARA
           PERFORM 3800-CHECK-DATE-PARA
           EVALUATE TRUE
               WHEN NOT DATE-VALID
                   DISPLAY '  NOT A VALID DATE'
               WHEN WS-IN-DATE NOT > EMP-CERT-EXP-DATE
                   DISPLAY '  NOT LATER THAN THE CURRENT EXPIRY'
               WHEN OTHER
                   MOVE WS-IN-DATE-NUM TO TRAN-EMP-CERT-EXP-DATE
                   MOVE 'Y' TO WS-FIELD-FLAG
           END-EVALUATE.
       3700-ASK-EFF-DATE-PARA.
           MOVE 'EFFECTIVE YYYYMMDD' TO WS-PROMPT
           DISPLAY '  (BLANK = EFFECTIVE AT ONCE)'
           PERFORM 3000-ACCEPT-FIELD-PARA
           IF WS-IN-TEXT = SPACES
               MOVE ZERO TO TRAN-EFF-DATE
               MOVE 'Y'  TO WS-FIELD-FLAG
           ELSE
               PERFORM 3800-CHECK-DATE-PARA
               IF DATE-VALID
                   MOVE WS-IN-DATE TO TRAN-EFF-DATE
                   MOVE 'Y' TO WS-FIELD-FLAG
               ELSE
                   DISPLAY '  NOT A VALID DATE'
               END-IF
           END-IF.
      *****************************************************
      *  A DATE IS EIGHT DIGITS, YYYYMMDD, FROM 1900 ON,     *
      *  THAT DATECALC ACCEPTS AS A REAL CALENDAR DATE.     *
      *****************************************************
       3800-CHECK-DATE-PARA.
           MOVE 'N' TO WS-DATE-FLAG
           MOVE WS-IN-TEXT(1:8) TO WS-IN-DATE
           IF WS-IN-DATE NUMERIC AND WS-IN-TEXT(9:) = SPACES
               IF WS-IN-YR > 1899
                   MOVE 'AD'           TO DTQ-FUNCTION
                   MOVE WS-IN-DATE-NUM TO DTQ-DATE-1
                   MOVE ZERO           TO DTQ-COUNT
                   CALL 'DATECALC' USING DATECALC-REQUEST
                   IF DTQ-OK
                       MOVE 'Y' TO WS-DATE-FLAG
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  AN AMOUNT IS KEYED AS 99999.99 - FIVE DIGITS, THE  *
      *  POINT, TWO DIGITS.                                 *
      *****************************************************
       3900-CHECK-AMOUNT-PARA.
           MOVE 'N'  TO WS-AMT-FLAG
           MOVE ZERO TO WS-AMT-VALUE
           MOVE WS-IN-TEXT(1:8) TO WS-IN-AMT
           IF WS-IN-UNITS NUMERIC AND WS-IN-POINT = '.'
               AND WS-IN-CENTS NUMERIC
               AND WS-IN-TEXT(9:) = SPACES
               COMPUTE WS-AMT-VALUE =
                   WS-IN-UNITS + (WS-IN-CENTS / 100)
               MOVE 'Y' TO WS-AMT-FLAG
           END-IF.
       8000-LOG-ACCESS-PARA.
           MOVE INQ-OPERATOR TO ACC-OPERATOR
           MOVE 'EMPTENT '   TO ACC-PROGRAM
           MOVE TRAN-EMP-ID  TO ACC-SEARCH-KEY
           IF EMP-ON-FILE
               MOVE 'Y' TO ACC-FOUND
           ELSE
               MOVE 'N' TO ACC-FOUND
           END-IF
           CALL 'ACCLOGW' USING ACCESS-RECORD.
       9000-TERMINATION-PARA.
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF STRTRAN-OPEN
               CLOSE STRUCT-TRAN-FILE
               DISPLAY 'COMPONENT CHANGES TO STRTRAN.DAT: '
                   WS-STR-COUNT
           END-IF
           IF BATCH-OPEN
               MOVE SPACES        TO BATCH-TRAILER-RECORD
               MOVE 'T'           TO BT-REC-CODE
               MOVE WS-TRAN-COUNT TO BT-TRAN-COUNT
               MOVE WS-HASH-EARN  TO BT-HASH-EARN
               WRITE TRAN-OUT-RECORD FROM BATCH-TRAILER-RECORD
               CLOSE TRAN-OUT-FILE
               MOVE WS-HASH-EARN TO WS-EDIT-HASH
               DISPLAY 'BATCH ' WS-BATCH-ID ' WRITTEN TO '
                   'EMPTRANI.DAT FOR ' INQ-OPERATOR
               DISPLAY 'TRANSACTIONS: ' WS-TRAN-COUNT
                   '  EARNINGS HASH: ' WS-EDIT-HASH
           END-IF
           MOVE WS-TRAN-COUNT TO INQ-RESULT-COUNT
           IF NOT SESSION-REFUSED
               IF WS-TRAN-COUNT > ZERO
                   MOVE ZERO   TO INQ-RESULT-CODE
                   MOVE SPACES TO INQ-MESSAGE
                   STRING 'BATCH ' WS-BATCH-ID
                       ' WRITTEN TO EMPTRANI.DAT'
                       DELIMITED BY SIZE INTO INQ-MESSAGE
                   END-STRING
               ELSE
                   MOVE 4 TO INQ-RESULT-CODE
                   MOVE 'NO TRANSACTIONS ENTERED' TO INQ-MESSAGE
               END-IF
           END-IF.
