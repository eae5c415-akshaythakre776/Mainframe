       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONTR.
      *****************************************************
      *  FIXED-TERM CONTRACT MAINTENANCE AND                *
      *  END-OF-CONTRACT PROCESSING.  CNTTRAN.DAT CARRIES   *
      *  THE USUAL ADD/CHANGE STYLE TRANSACTIONS AGAINST    *
      *  THE CONTRACT FILE (CONTMAST.DAT, CONTREC.CPY): 'A' *
      *  OPENS A CONTRACT (TYPE FT FIXED TERM, PJ PROJECT,  *
      *  CV ABSENCE COVER, SN SEASONAL) FOR AN ACTIVE       *
      *  EMPLOYEE, 'R' RENEWS IT TO A LATER END DATE AND    *
      *  COUNTS THE RENEWAL, 'C' CORRECTS THE TYPE OR DATES *
      *  AND 'P' RECORDS THAT IT HAS BEEN MADE PERMANENT.   *
      *  A RENEWAL OR CORRECTION THAT TAKES THE TOTAL TERM  *
      *  FROM THE FIRST START PAST THE STATUTORY MAXIMUM ON *
      *  CNTRPARM.DAT (DEFAULT 48 MONTHS) IS APPLIED BUT    *
      *  FLAGGED.  AFTER THE TRANSACTIONS, EVERY LIVE       *
      *  CONTRACT THAT HAS REACHED ITS END DATE UNRENEWED   *
      *  GETS A 'D' TERMINATION, REASON EC (END OF          *
      *  CONTRACT), EFFECTIVE THE END DATE, APPENDED TO     *
      *  PENDTRAN.DAT FOR EMPTRNRL, AND IS MARKED ENDED.    *
      *  RUNS AHEAD OF EMPTRNRL, AS EMPRESGN DOES.          *
      *  APPLIED/REJECTED AND ENDED CONTRACTS ARE LISTED ON *
      *  CNTRRPT.DAT; RC=4 FOR A REJECTED TRANSACTION OR A  *
      *  TERM PAST THE MAXIMUM.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'CNTTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT CONTRACT-MASTER ASSIGN TO 'CONTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTR-EMP-ID
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PENDING-FILE ASSIGN TO 'PENDTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PARM-FILE ASSIGN TO 'CNTRPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT REPORT-FILE ASSIGN TO 'CNTRRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CONTRACT-TRAN-RECORD.
           03  CN-ACTION           PIC X(01).
               88  CN-ADD                     VALUE 'A'.
               88  CN-RENEW                   VALUE 'R'.
               88  CN-CHANGE                  VALUE 'C'.
               88  CN-PERMANENT               VALUE 'P'.
           03  CN-EMP-ID           PIC X(05).
           03  CN-TYPE             PIC X(02).
               88  CN-TYPE-VALID              VALUE 'FT' 'PJ'
                                                    'CV' 'SN'.
           03  CN-START-X          PIC X(08).
           03  CN-START REDEFINES CN-START-X
                                   PIC 9(08).
           03  CN-END-X            PIC X(08).
           03  CN-END REDEFINES CN-END-X
                                   PIC 9(08).
           03  FILLER              PIC X(16).
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  CONTRACT-MASTER
           RECORD CONTAINS 60 CHARACTERS.
       COPY CONTREC.
       FD  PENDING-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY TRANREC.
       FD  PARM-FILE
           RECORD CONTAINS 09 CHARACTERS.
       01  CONTRACT-PARM-RECORD.
           03  CNP-MAX-MONTHS      PIC 9(03).
           03  CNP-NEAR-DAYS       PIC 9(03).
           03  CNP-FAR-DAYS        PIC 9(03).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SCAN                   VALUE 'Y'.
       01  WS-MAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-CTR-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  CONTRACT-FILE-OPEN            VALUE 'Y'.
       01  WS-PEND-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN             VALUE 'Y'.
       01  WS-CTR-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  CONTRACT-FOUND                VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01).
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(35) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-MAX-MONTHS           PIC 9(03) VALUE 48.
       01  WS-NEW-START            PIC 9(08) VALUE ZERO.
       01  WS-NEW-END              PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPLIED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADDED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-RENEWED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-OVER-MAX     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ENDED        PIC 9(05) VALUE ZERO.
           03  WS-TOT-TERMINATED   PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'FIXED-TERM CONTRACT MAINTENANCE RUN REPORT'.
       01  HEADING-LINE2           PIC X(80) VALUE
           'CONTRACTS REACHING THEIR END DATE UNRENEWED'.
       01  DETAIL-LINE.
           03  OUT-ACTION          PIC X(01).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-INFO            PIC X(14) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RESULT          PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-REASON          PIC X(35).
           03  FILLER              PIC X(08) VALUE SPACES.
       01  WS-INFO-END.
           03  FILLER              PIC X(05) VALUE 'END  '.
           03  WS-INFO-DATE        PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACE.
       01  END-LINE.
           03  OUT-END-EMP-ID      PIC X(05).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-END-TYPE        PIC X(02).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-END-DATE        PIC 9(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-END-RENEWALS    PIC Z9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-END-MESSAGE     PIC X(40).
           03  FILLER              PIC X(15) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS READ:      '.
           03  OUT-TOT-READ        PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS APPLIED:   '.
           03  OUT-TOT-APPLIED     PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(24) VALUE
               'TRANSACTIONS REJECTED:  '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(24) VALUE
               'CONTRACTS ENDED:        '.
           03  OUT-TOT-ENDED       PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           IF CONTRACT-FILE-OPEN AND MASTER-FILE-OPEN
               PERFORM 5000-END-SWEEP-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           PERFORM 1100-LOAD-PARM-PARA
           OPEN I-O CONTRACT-MASTER
           IF WS-FILE-STAT3 = '35'
               OPEN OUTPUT CONTRACT-MASTER
               CLOSE CONTRACT-MASTER
               OPEN I-O CONTRACT-MASTER
           END-IF
           IF WS-FILE-STAT3 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT3 WS-FS-TEXT
               DISPLAY 'CONTMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-CTR-OPEN-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT2 WS-FS-TEXT
               DISPLAY 'EMPMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-MAST-OPEN-FLAG
           END-IF
           IF NOT END-OF-FILE
               PERFORM 1200-OPEN-PENDING-PARA
               OPEN INPUT TRAN-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'CNTTRAN.DAT NOT AVAILABLE - NOTHING '
                       'TO APPLY'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 1500-READ-TRAN-PARA
               END-IF
           END-IF.
      *****************************************************
      *  STATUTORY MAXIMUM TOTAL TERM (MONTHS) FROM THE     *
      *  FIRST THREE BYTES OF CNTRPARM.DAT, ELSE 48.        *
      *****************************************************
       1100-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT5 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNP-MAX-MONTHS NUMERIC
                           AND CNP-MAX-MONTHS > ZERO
                           MOVE CNP-MAX-MONTHS TO WS-MAX-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'CNTRPARM.DAT NOT PRESENT - STATUTORY '
                   'MAXIMUM TERM 48 MONTHS'
           END-IF.
       1200-OPEN-PENDING-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-FILE-STAT4 = '00'
               CLOSE PENDING-FILE
               OPEN EXTEND PENDING-FILE
           ELSE
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE 'Y' TO WS-PEND-OPEN-FLAG.
       1500-READ-TRAN-PARA.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-REASON WS-RESULT-CODE OUT-INFO
           PERFORM 2100-VALIDATE-TRAN-PARA
           IF WS-RESULT-CODE NOT = 'R'
               EVALUATE TRUE
                   WHEN CN-ADD
                       PERFORM 3000-ADD-PARA
                   WHEN CN-RENEW
                       PERFORM 3100-RENEW-PARA
                   WHEN CN-CHANGE
                       PERFORM 3200-CHANGE-PARA
                   WHEN OTHER
                       PERFORM 3300-PERMANENT-PARA
               END-EVALUATE
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA
           PERFORM 1500-READ-TRAN-PARA.
       2100-VALIDATE-TRAN-PARA.
           EVALUATE TRUE
               WHEN NOT CN-ADD AND NOT CN-RENEW
                   AND NOT CN-CHANGE AND NOT CN-PERMANENT
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
               WHEN CN-EMP-ID = SPACES OR LOW-VALUES
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING EMP-ID' TO WS-REASON
               WHEN CN-START-X NOT = SPACES
                   AND CN-START NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'START DATE NOT NUMERIC' TO WS-REASON
               WHEN CN-END-X NOT = SPACES
                   AND CN-END NOT NUMERIC
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'END DATE NOT NUMERIC' TO WS-REASON
               WHEN CN-ADD
                   AND (CN-START-X = SPACES OR CN-START = ZERO)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING CONTRACT START DATE' TO WS-REASON
               WHEN (CN-ADD OR CN-RENEW)
                   AND (CN-END-X = SPACES OR CN-END = ZERO)
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'MISSING CONTRACT END DATE' TO WS-REASON
               WHEN CN-ADD AND NOT CN-TYPE-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID CONTRACT TYPE' TO WS-REASON
               WHEN CN-CHANGE AND CN-TYPE NOT = SPACES
                   AND NOT CN-TYPE-VALID
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'INVALID CONTRACT TYPE' TO WS-REASON
               WHEN OTHER
                   PERFORM 2200-FIND-CONTRACT-PARA
           END-EVALUATE.
       2200-FIND-CONTRACT-PARA.
           MOVE 'N' TO WS-CTR-FOUND-FLAG
           MOVE CN-EMP-ID TO CTR-EMP-ID
           READ CONTRACT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTR-FOUND-FLAG
           END-READ.
      *****************************************************
      *  NEW CONTRACT: THE EMPLOYEE MUST BE ACTIVE ON THE   *
      *  MASTER WITH NO LIVE CONTRACT ALREADY ON FILE.  AN  *
      *  ENDED OR PERMANENT RECORD FROM AN EARLIER          *
      *  EMPLOYMENT IS OVERWRITTEN, AND THE TOTAL TERM      *
      *  STARTS AGAIN FROM THE NEW START DATE.              *
      *****************************************************
       3000-ADD-PARA.
           MOVE CN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMP-ID NOT ON EMPMAST.DAT' TO WS-REASON
           END-READ
           EVALUATE TRUE
               WHEN TRAN-REJECTED
                   CONTINUE
               WHEN NOT EMP-ACTIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REASON
               WHEN CONTRACT-FOUND AND CTR-LIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'LIVE CONTRACT ALREADY ON FILE' TO WS-REASON
               WHEN CN-END NOT > CN-START
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'END DATE NOT AFTER START DATE' TO WS-REASON
               WHEN OTHER
                   MOVE SPACES       TO CONTRACT-RECORD
                   MOVE CN-EMP-ID    TO CTR-EMP-ID
                   MOVE CN-TYPE      TO CTR-TYPE
                   MOVE 'L'          TO CTR-STATUS
                   MOVE CN-START     TO CTR-FIRST-START CTR-START
                   MOVE CN-END       TO CTR-END
                   MOVE ZERO         TO CTR-RENEWALS CTR-CLOSED-DATE
                   PERFORM 3500-WRITE-CONTRACT-PARA
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-ADDED
               PERFORM 3400-CHECK-MAXIMUM-PARA
           END-IF.
      *****************************************************
      *  RENEWAL OF A LIVE CONTRACT TO A LATER END DATE.    *
      *  THE NEW TERM STARTS ON THE KEYED START DATE, ELSE  *
      *  THE DAY AFTER THE OLD END.  THE FIRST START IS     *
      *  KEPT SO THE TOTAL TERM RUNS ACROSS RENEWALS; A     *
      *  RENEWAL THAT TAKES IT PAST THE STATUTORY MAXIMUM   *
      *  IS STILL APPLIED (HR MAY HAVE GROUNDS) BUT IS      *
      *  FLAGGED ON THE REPORT AND ENDS THE STEP RC=4.      *
      *****************************************************
       3100-RENEW-PARA.
           EVALUATE TRUE
               WHEN NOT CONTRACT-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NO CONTRACT ON FILE' TO WS-REASON
               WHEN CTR-ENDED
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CONTRACT ALREADY ENDED' TO WS-REASON
               WHEN NOT CTR-LIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CONTRACT MADE PERMANENT' TO WS-REASON
               WHEN CN-END NOT > CTR-END
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NEW END NOT AFTER CURRENT END' TO WS-REASON
               WHEN OTHER
                   IF CN-START-X = SPACES OR CN-START = ZERO
                       MOVE 'AD'            TO DTQ-FUNCTION
                       MOVE CTR-END         TO DTQ-DATE-1
                       MOVE 1               TO DTQ-COUNT
                       CALL 'DATECALC' USING DATECALC-REQUEST
                       MOVE DTQ-RESULT-DATE TO CTR-START
                   ELSE
                       MOVE CN-START TO CTR-START
                   END-IF
                   MOVE CN-END TO CTR-END
                   IF CTR-RENEWALS < 99
                       ADD 1 TO CTR-RENEWALS
                   END-IF
                   IF CN-TYPE-VALID
                       MOVE CN-TYPE TO CTR-TYPE
                   END-IF
                   PERFORM 3500-WRITE-CONTRACT-PARA
           END-EVALUATE
           IF TRAN-APPLIED
               ADD 1 TO WS-TOT-RENEWED
               PERFORM 3400-CHECK-MAXIMUM-PARA
           END-IF.
      *****************************************************
      *  CORRECTION OF A LIVE CONTRACT: ANY OF TYPE, START  *
      *  AND END MAY BE KEYED, BLANKS ARE LEFT AS THEY ARE. *
      *  NOT A RENEWAL - THE COUNT DOES NOT MOVE.  ON AN    *
      *  UNRENEWED CONTRACT THE FIRST START MOVES WITH THE  *
      *  START.                                             *
      *****************************************************
       3200-CHANGE-PARA.
           MOVE CTR-START TO WS-NEW-START
           MOVE CTR-END   TO WS-NEW-END
           IF CN-START-X NOT = SPACES AND CN-START > ZERO
               MOVE CN-START TO WS-NEW-START
           END-IF
           IF CN-END-X NOT = SPACES AND CN-END > ZERO
               MOVE CN-END TO WS-NEW-END
           END-IF
           EVALUATE TRUE
               WHEN NOT CONTRACT-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NO CONTRACT ON FILE' TO WS-REASON
               WHEN NOT CTR-LIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CONTRACT NO LONGER LIVE' TO WS-REASON
               WHEN WS-NEW-END NOT > WS-NEW-START
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'END DATE NOT AFTER START DATE' TO WS-REASON
               WHEN OTHER
                   IF CTR-RENEWALS = ZERO
                       MOVE WS-NEW-START TO CTR-FIRST-START
                   END-IF
                   MOVE WS-NEW-START TO CTR-START
                   MOVE WS-NEW-END   TO CTR-END
                   IF CN-TYPE-VALID
                       MOVE CN-TYPE TO CTR-TYPE
                   END-IF
                   PERFORM 3500-WRITE-CONTRACT-PARA
           END-EVALUATE
           IF TRAN-APPLIED
               PERFORM 3400-CHECK-MAXIMUM-PARA
           END-IF.
      *****************************************************
      *  CONTRACT CONVERTED TO OPEN-ENDED EMPLOYMENT - NO   *
      *  END-OF-CONTRACT TERMINATION WILL BE RAISED.        *
      *****************************************************
       3300-PERMANENT-PARA.
           EVALUATE TRUE
               WHEN NOT CONTRACT-FOUND
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'NO CONTRACT ON FILE' TO WS-REASON
               WHEN NOT CTR-LIVE
                   MOVE 'R' TO WS-RESULT-CODE
                   MOVE 'CONTRACT NO LONGER LIVE' TO WS-REASON
               WHEN OTHER
                   MOVE 'P'          TO CTR-STATUS
                   MOVE WS-TODAY-NUM TO CTR-CLOSED-DATE
                   PERFORM 3500-WRITE-CONTRACT-PARA
           END-EVALUATE.
      *****************************************************
      *  STATUTORY MAXIMUM: THE TOTAL TERM IS OVER THE      *
      *  LIMIT WHEN THE END DATE REACHES THE FIRST START    *
      *  PLUS THE MAXIMUM MONTHS (DATECALC, THE DAY CLAMPED *
      *  TO THE END OF A SHORTER MONTH).  THE SAME TEST IS  *
      *  MADE BY THE WEEKLY EMPCNTAL LISTING.               *
      *****************************************************
       3400-CHECK-MAXIMUM-PARA.
           MOVE 'AM'            TO DTQ-FUNCTION
           MOVE CTR-FIRST-START TO DTQ-DATE-1
           MOVE WS-MAX-MONTHS   TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK AND CTR-END NOT < DTQ-RESULT-DATE
               ADD 1 TO WS-TOT-OVER-MAX
               MOVE 'PAST STATUTORY MAXIMUM TERM' TO WS-REASON
           END-IF.
       3500-WRITE-CONTRACT-PARA.
           IF CONTRACT-FOUND
               REWRITE CONTRACT-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CONTRACT REWRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-REWRITE
           ELSE
               WRITE CONTRACT-RECORD
                   INVALID KEY
                       MOVE 'R' TO WS-RESULT-CODE
                       MOVE 'CONTRACT WRITE FAILED' TO WS-REASON
                   NOT INVALID KEY
                       MOVE 'A' TO WS-RESULT-CODE
               END-WRITE
           END-IF
           IF TRAN-APPLIED
               MOVE CTR-END TO WS-INFO-DATE
               MOVE WS-INFO-END TO OUT-INFO
           END-IF.
       2900-WRITE-DETAIL-PARA.
           MOVE CN-ACTION TO OUT-ACTION
           MOVE CN-EMP-ID TO OUT-EMP-ID
           MOVE WS-REASON TO OUT-REASON
           IF TRAN-APPLIED
               MOVE 'APPLIED ' TO OUT-RESULT
               ADD 1 TO WS-TOT-APPLIED
           ELSE
               MOVE 'REJECTED' TO OUT-RESULT
               ADD 1 TO WS-TOT-REJECTED
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
      *****************************************************
      *  END-OF-CONTRACT SWEEP, AFTER TONIGHT'S RENEWALS    *
      *  ARE ON FILE.  EVERY LIVE CONTRACT WHOSE END DATE   *
      *  HAS BEEN REACHED PARKS A 'D' TERMINATION (REASON   *
      *  EC) EFFECTIVE THE END DATE ON PENDTRAN.DAT FOR     *
      *  EMPTRNRL, AND IS MARKED ENDED SO IT IS RAISED      *
      *  ONCE ONLY.  AN EMPLOYEE ALREADY OFF THE ACTIVE     *
      *  MASTER IS ENDED WITHOUT A TERMINATION.             *
      *****************************************************
       5000-END-SWEEP-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO CTR-EMP-ID
           START CONTRACT-MASTER KEY NOT < CTR-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 5100-SCAN-CONTRACT-PARA UNTIL END-OF-SCAN.
       5100-SCAN-CONTRACT-PARA.
           READ CONTRACT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF CTR-LIVE AND CTR-END NOT > WS-TODAY-NUM
                       PERFORM 5200-END-CONTRACT-PARA
                   END-IF
           END-READ.
       5200-END-CONTRACT-PARA.
           MOVE CTR-EMP-ID   TO OUT-END-EMP-ID EMP-ID
           MOVE CTR-TYPE     TO OUT-END-TYPE
           MOVE CTR-END      TO OUT-END-DATE
           MOVE CTR-RENEWALS TO OUT-END-RENEWALS
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NOT ON EMPMAST.DAT - NO TERMINATION'
                       TO OUT-END-MESSAGE
               NOT INVALID KEY
                   IF EMP-ACTIVE
                       PERFORM 5300-WRITE-PENDING-PARA
                       ADD 1 TO WS-TOT-TERMINATED
                       MOVE 'TERMINATION PARKED ON PENDTRAN.DAT'
                           TO OUT-END-MESSAGE
                   ELSE
                       MOVE 'ALREADY INACTIVE - NO TERMINATION'
                           TO OUT-END-MESSAGE
                   END-IF
           END-READ
           MOVE 'E'          TO CTR-STATUS
           MOVE WS-TODAY-NUM TO CTR-CLOSED-DATE
           REWRITE CONTRACT-RECORD
               INVALID KEY
                   MOVE 'CONTRACT REWRITE FAILED' TO OUT-END-MESSAGE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ENDED
           END-REWRITE
           WRITE REPORT-RECORD FROM END-LINE.
      *****************************************************
      *  THE EFFECTIVE-DATED TERMINATION FOR EMPTRNRL, AS   *
      *  EMPRESGN WRITES IT FOR A RESIGNATION.              *
      *****************************************************
       5300-WRITE-PENDING-PARA.
           MOVE SPACES       TO TRAN-RECORD
           MOVE 'D'          TO TRAN-CODE
           MOVE EMP-ID       TO TRAN-EMP-ID
           MOVE EMP-NAME     TO TRAN-EMP-NAME
           MOVE EMP-LOC      TO TRAN-EMP-LOC
           MOVE 'EC'         TO TRAN-TERM-REASON
           MOVE ZERO         TO TRAN-EMP-DOB
                                TRAN-EMP-EARN
                                TRAN-EMP-DEDN
                                TRAN-EMP-HIRE-DATE
           MOVE EMP-DEPT     TO TRAN-EMP-DEPT
           MOVE CTR-END      TO TRAN-EFF-DATE
           WRITE TRAN-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-READ     TO OUT-TOT-READ
           MOVE WS-TOT-APPLIED  TO OUT-TOT-APPLIED
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJECTED
           MOVE WS-TOT-ENDED    TO OUT-TOT-ENDED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           CLOSE REPORT-FILE
           DISPLAY '** FIXED-TERM CONTRACT SUMMARY **'
           DISPLAY 'TRANSACTIONS READ : ', WS-TOT-READ
           DISPLAY 'CONTRACTS ADDED   : ', WS-TOT-ADDED
           DISPLAY 'CONTRACTS RENEWED : ', WS-TOT-RENEWED
           DISPLAY 'PAST MAXIMUM TERM : ', WS-TOT-OVER-MAX
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           DISPLAY 'CONTRACTS ENDED   : ', WS-TOT-ENDED
           DISPLAY 'TERMINATIONS      : ', WS-TOT-TERMINATED
           IF (WS-TOT-REJECTED > ZERO OR WS-TOT-OVER-MAX > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE TRAN-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF CONTRACT-FILE-OPEN
               CLOSE CONTRACT-MASTER
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF.
