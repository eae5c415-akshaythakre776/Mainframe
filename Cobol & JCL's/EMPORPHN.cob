       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPORPHN.
      *****************************************************
      *  ORPHAN AND STALE RECORD SWEEP OF THE EMPLOYEE      *
      *  CHILD FILES.  EMPXCHK CHECKS THE MASTER AGAINST    *
      *  THE REFERENCE MASTERS; THIS CHECKS THE OTHER WAY,  *
      *  READING EVERY RECORD OF SKILMAST, DEPNMAST,        *
      *  BNKMAST, BNKSPLIT, LOANMAST, GARNMAST, LEVMAST,    *
      *  LEVTMAST, EMPGRADE, PROBMAST, LOAMAST, PENMAST,    *
      *  EMPTYPE AND YTDMAST AND LOOKING ITS EMP-ID UP ON   *
      *  EMPMAST.DAT.  A RECORD WHOSE EMP-ID IS NOT ON THE  *
      *  MASTER IS AN ORPHAN.  A RECORD STILL IN FORCE FOR  *
      *  A TERMINATED EMPLOYEE IS STALE - AN ACTIVE         *
      *  DEPENDENT, A SPLIT ACCOUNT, AN OPEN LOAN OR        *
      *  GARNISHMENT ORDER, A PENDING PROBATION, AN OPEN    *
      *  LEAVE OF ABSENCE OR AN ACTIVE PENSION MEMBERSHIP.  *
      *  EMPPURGE AND EMPMAINT DELETES LEAVE THESE BEHIND   *
      *  AND THEY BREAK THE JOINS IN EMPPROF AND THE PAY    *
      *  RUN.  EVERY FINDING IS LISTED ON ORPHRPT.DAT AND   *
      *  RAISED ON THE EXCEPTION REGISTER, FOLLOWED BY A    *
      *  COUNT PER FILE.  A CHILD FILE THAT CANNOT BE       *
      *  OPENED IS SHOWN AS NOT CHECKED.  ANY FINDING ENDS  *
      *  THE RUN RC=4; NO EMPLOYEE MASTER ENDS IT RC=12.    *
      *  NOTHING IS CHANGED.                                *
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

           SELECT SKILL-MASTER ASSIGN TO 'SKILMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SKL-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT DEPENDENT-MASTER ASSIGN TO 'DEPNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DPN-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT BANK-MASTER ASSIGN TO 'BNKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS BNK-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT BANK-SPLIT-FILE ASSIGN TO 'BNKSPLIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS BSP-KEY
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LON-KEY
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT GARNISH-MASTER ASSIGN TO 'GARNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS GRN-KEY
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT LEAVE-MASTER ASSIGN TO 'LEVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LV-EMP-ID
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT TYPED-LEAVE-MASTER ASSIGN TO 'LEVTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LVT-KEY
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT GRADE-ASSIGN-FILE ASSIGN TO 'EMPGRADE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS GA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT PROBATION-MASTER ASSIGN TO 'PROBMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRB-EMP-ID
           FILE STATUS  IS WS-FILE-STAT11.

           SELECT LOA-MASTER ASSIGN TO 'LOAMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LOA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT PENSION-MASTER ASSIGN TO 'PENMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PEN-EMP-ID
           FILE STATUS  IS WS-FILE-STAT13.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT14.

           SELECT YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS YTD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT15.

           SELECT REPORT-FILE ASSIGN TO 'ORPHRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT16.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  SKILL-MASTER.
       COPY SKILREC.
       FD  DEPENDENT-MASTER.
       COPY DEPNREC.
       FD  BANK-MASTER.
       COPY BNKREC.
       FD  BANK-SPLIT-FILE.
       COPY BNKSPLT.
       FD  LOAN-MASTER.
       COPY LOANREC.
       FD  GARNISH-MASTER.
       COPY GARNREC.
       FD  LEAVE-MASTER.
       COPY LEAVREC.
       FD  TYPED-LEAVE-MASTER.
       COPY LEVTREC.
       FD  GRADE-ASSIGN-FILE.
       COPY GRDASGN.
       FD  PROBATION-MASTER.
       COPY PROBREC.
       FD  LOA-MASTER.
       COPY LOAREC.
       FD  PENSION-MASTER.
       COPY PENMAST.
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       FD  YTD-MASTER.
       COPY YTDREC.
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
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-FILE-STAT11          PIC X(02).
       01  WS-FILE-STAT12          PIC X(02).
       01  WS-FILE-STAT13          PIC X(02).
       01  WS-FILE-STAT14          PIC X(02).
       01  WS-FILE-STAT15          PIC X(02).
       01  WS-FILE-STAT16          PIC X(02).
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SECTION      VALUE 'Y'.
       01  WS-MASTER-FLAG          PIC X(01) VALUE 'N'.
           88  MASTER-OPEN         VALUE 'Y'.
       01  WS-SECT                 PIC 9(02) VALUE ZERO.
       01  WS-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-FILE-COUNT           PIC 9(02) VALUE 14.
       01  WS-CHK-ID               PIC X(05) VALUE SPACES.
       01  WS-CHK-QUAL             PIC X(08) VALUE SPACES.
       01  WS-INFORCE-TEXT         PIC X(35) VALUE SPACES.
       01  WS-PROBLEM              PIC X(35) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(07) VALUE ZERO.
           03  WS-TOT-ORPHAN       PIC 9(05) VALUE ZERO.
           03  WS-TOT-STALE        PIC 9(05) VALUE ZERO.
           03  WS-TOT-MISSING      PIC 9(02) VALUE ZERO.
      *    THE CHILD FILES IN THE ORDER THEY ARE SWEPT
       01  WS-FILE-VALUES.
           03  FILLER              PIC X(12) VALUE 'SKILMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'DEPNMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'BNKMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'BNKSPLIT.DAT'.
           03  FILLER              PIC X(12) VALUE 'LOANMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'GARNMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'LEVMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'LEVTMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'EMPGRADE.DAT'.
           03  FILLER              PIC X(12) VALUE 'PROBMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'LOAMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'PENMAST.DAT'.
           03  FILLER              PIC X(12) VALUE 'EMPTYPE.DAT'.
           03  FILLER              PIC X(12) VALUE 'YTDMAST.DAT'.
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           03  CHK-FILE            PIC X(12) OCCURS 14 TIMES.
       01  WS-FILE-RESULTS.
           03  CHK-RESULT-ENTRY OCCURS 14 TIMES.
               05  CHK-READ        PIC 9(07).
               05  CHK-ORPHAN      PIC 9(05).
               05  CHK-STALE       PIC 9(05).
               05  CHK-RESULT      PIC X(13).
       COPY EXCPREG.
       01  HEADING-LINE1           PIC X(80) VALUE
           'CHILD-FILE ORPHAN AND STALE RECORD SWEEP'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(13) VALUE 'FILE'.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(09) VALUE 'KEY'.
           03  FILLER              PIC X(16) VALUE 'EMP NAME'.
           03  FILLER              PIC X(36) VALUE 'PROBLEM'.
       01  DETAIL-LINE.
           03  OUT-FILE            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-QUAL            PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PROBLEM         PIC X(35) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       01  SUMMARY-HEAD.
           03  FILLER              PIC X(13) VALUE 'FILE'.
           03  FILLER              PIC X(14) VALUE 'RESULT'.
           03  FILLER              PIC X(11) VALUE '       READ'.
           03  FILLER              PIC X(10) VALUE '   ORPHANS'.
           03  FILLER              PIC X(10) VALUE '     STALE'.
           03  FILLER              PIC X(22) VALUE SPACES.
       01  SUMMARY-LINE.
           03  OUT-SUM-FILE        PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SUM-RESULT      PIC X(13) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-SUM-READ        PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-SUM-ORPHAN      PIC ZZ,ZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-SUM-STALE       PIC ZZ,ZZ9.
           03  FILLER              PIC X(22) VALUE SPACES.
       01  TOTAL-LINE.
           03  FILLER              PIC X(29) VALUE 'TOTAL'.
           03  OUT-TOT-READ        PIC Z,ZZZ,ZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-TOT-ORPHAN      PIC ZZ,ZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-TOT-STALE       PIC ZZ,ZZ9.
           03  FILLER              PIC X(22) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA
           IF MASTER-OPEN
               PERFORM 2000-PROCESS-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-CLEAR-RESULT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FILE-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-MASTER-FLAG
           ELSE
               CALL 'FSTATTXT' USING WS-FILE-STAT1 WS-FS-TEXT
               DISPLAY 'EMPMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-CLEAR-RESULT-PARA.
           MOVE ZERO      TO CHK-READ(WS-SUB)
                             CHK-ORPHAN(WS-SUB)
                             CHK-STALE(WS-SUB)
           MOVE 'CHECKED' TO CHK-RESULT(WS-SUB).
       2000-PROCESS-PARA.
           PERFORM 2100-SKILL-PARA
           PERFORM 2200-DEPENDENT-PARA
           PERFORM 2300-BANK-PARA
           PERFORM 2400-SPLIT-PARA
           PERFORM 2500-LOAN-PARA
           PERFORM 2600-GARNISH-PARA
           PERFORM 2700-LEAVE-PARA
           PERFORM 2800-TYPED-LEAVE-PARA
           PERFORM 2900-GRADE-PARA
           PERFORM 3000-PROBATION-PARA
           PERFORM 3100-LOA-PARA
           PERFORM 3200-PENSION-PARA
           PERFORM 3300-EMPTYPE-PARA
           PERFORM 3400-YTD-PARA.
       2100-SKILL-PARA.
           MOVE 1 TO WS-SECT
           OPEN INPUT SKILL-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2150-READ-SKILL-PARA UNTIL END-OF-SECTION
               CLOSE SKILL-MASTER
           END-IF.
       2150-READ-SKILL-PARA.
           READ SKILL-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SKL-EMP-ID      TO WS-CHK-ID
                   MOVE SKL-SKILL       TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2200-DEPENDENT-PARA.
           MOVE 2 TO WS-SECT
           OPEN INPUT DEPENDENT-MASTER
           IF WS-FILE-STAT3 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2250-READ-DEPENDENT-PARA UNTIL END-OF-SECTION
               CLOSE DEPENDENT-MASTER
           END-IF.
       2250-READ-DEPENDENT-PARA.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE DPN-EMP-ID      TO WS-CHK-ID
                   MOVE DPN-SEQ         TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   IF DPN-ACTIVE
                       MOVE 'ACTIVE DEPENDENT - EMP TERMINATED'
                           TO WS-INFORCE-TEXT
                   END-IF
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2300-BANK-PARA.
           MOVE 3 TO WS-SECT
           OPEN INPUT BANK-MASTER
           IF WS-FILE-STAT4 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2350-READ-BANK-PARA UNTIL END-OF-SECTION
               CLOSE BANK-MASTER
           END-IF.
       2350-READ-BANK-PARA.
           READ BANK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE BNK-EMP-ID      TO WS-CHK-ID
                   MOVE SPACES          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2400-SPLIT-PARA.
           MOVE 4 TO WS-SECT
           OPEN INPUT BANK-SPLIT-FILE
           IF WS-FILE-STAT5 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2450-READ-SPLIT-PARA UNTIL END-OF-SECTION
               CLOSE BANK-SPLIT-FILE
           END-IF.
       2450-READ-SPLIT-PARA.
           READ BANK-SPLIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE BSP-EMP-ID      TO WS-CHK-ID
                   MOVE BSP-PRIORITY    TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   MOVE 'LIVE SPLIT ACCOUNT - EMP TERMINATED'
                       TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2500-LOAN-PARA.
           MOVE 5 TO WS-SECT
           OPEN INPUT LOAN-MASTER
           IF WS-FILE-STAT6 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2550-READ-LOAN-PARA UNTIL END-OF-SECTION
               CLOSE LOAN-MASTER
           END-IF.
       2550-READ-LOAN-PARA.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LON-EMP-ID      TO WS-CHK-ID
                   MOVE LON-NO          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   IF LON-OPEN
                       MOVE 'OPEN LOAN - EMP TERMINATED'
                           TO WS-INFORCE-TEXT
                   END-IF
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2600-GARNISH-PARA.
           MOVE 6 TO WS-SECT
           OPEN INPUT GARNISH-MASTER
           IF WS-FILE-STAT7 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2650-READ-GARNISH-PARA UNTIL END-OF-SECTION
               CLOSE GARNISH-MASTER
           END-IF.
       2650-READ-GARNISH-PARA.
           READ GARNISH-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE GRN-EMP-ID      TO WS-CHK-ID
                   MOVE GRN-PRIORITY    TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   IF GRN-OPEN
                       MOVE 'OPEN GARNISHMENT - EMP TERMINATED'
                           TO WS-INFORCE-TEXT
                   END-IF
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2700-LEAVE-PARA.
           MOVE 7 TO WS-SECT
           OPEN INPUT LEAVE-MASTER
           IF WS-FILE-STAT8 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2750-READ-LEAVE-PARA UNTIL END-OF-SECTION
               CLOSE LEAVE-MASTER
           END-IF.
       2750-READ-LEAVE-PARA.
           READ LEAVE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LV-EMP-ID       TO WS-CHK-ID
                   MOVE SPACES          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2800-TYPED-LEAVE-PARA.
           MOVE 8 TO WS-SECT
           OPEN INPUT TYPED-LEAVE-MASTER
           IF WS-FILE-STAT9 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2850-READ-TYPED-LEAVE-PARA UNTIL END-OF-SECTION
               CLOSE TYPED-LEAVE-MASTER
           END-IF.
       2850-READ-TYPED-LEAVE-PARA.
           READ TYPED-LEAVE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LVT-EMP-ID      TO WS-CHK-ID
                   MOVE LVT-TYPE        TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       2900-GRADE-PARA.
           MOVE 9 TO WS-SECT
           OPEN INPUT GRADE-ASSIGN-FILE
           IF WS-FILE-STAT10 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2950-READ-GRADE-PARA UNTIL END-OF-SECTION
               CLOSE GRADE-ASSIGN-FILE
           END-IF.
       2950-READ-GRADE-PARA.
           READ GRADE-ASSIGN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE GA-EMP-ID       TO WS-CHK-ID
                   MOVE GA-GRADE        TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       3000-PROBATION-PARA.
           MOVE 10 TO WS-SECT
           OPEN INPUT PROBATION-MASTER
           IF WS-FILE-STAT11 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3050-READ-PROBATION-PARA UNTIL END-OF-SECTION
               CLOSE PROBATION-MASTER
           END-IF.
       3050-READ-PROBATION-PARA.
           READ PROBATION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE PRB-EMP-ID      TO WS-CHK-ID
                   MOVE SPACES          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   IF PRB-PENDING
                       MOVE 'PENDING PROBATION - EMP TERMINATED'
                           TO WS-INFORCE-TEXT
                   END-IF
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       3100-LOA-PARA.
           MOVE 11 TO WS-SECT
           OPEN INPUT LOA-MASTER
           IF WS-FILE-STAT12 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3150-READ-LOA-PARA UNTIL END-OF-SECTION
               CLOSE LOA-MASTER
           END-IF.
       3150-READ-LOA-PARA.
           READ LOA-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LOA-EMP-ID      TO WS-CHK-ID
                   MOVE SPACES          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   MOVE 'ABSENCE STILL OPEN - EMP TERMINATED'
                       TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       3200-PENSION-PARA.
           MOVE 12 TO WS-SECT
           OPEN INPUT PENSION-MASTER
           IF WS-FILE-STAT13 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3250-READ-PENSION-PARA UNTIL END-OF-SECTION
               CLOSE PENSION-MASTER
           END-IF.
       3250-READ-PENSION-PARA.
           READ PENSION-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE PEN-EMP-ID      TO WS-CHK-ID
                   MOVE PEN-SCHEME      TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   IF PEN-ACTIVE
                       MOVE 'ACTIVE PENSION - EMP TERMINATED'
                           TO WS-INFORCE-TEXT
                   END-IF
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       3300-EMPTYPE-PARA.
           MOVE 13 TO WS-SECT
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT14 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3350-READ-EMPTYPE-PARA UNTIL END-OF-SECTION
               CLOSE EMPTYPE-FILE
           END-IF.
       3350-READ-EMPTYPE-PARA.
           READ EMPTYPE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE ETY-EMP-ID      TO WS-CHK-ID
                   MOVE ETY-TYPE        TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
       3400-YTD-PARA.
           MOVE 14 TO WS-SECT
           OPEN INPUT YTD-MASTER
           IF WS-FILE-STAT15 NOT = '00'
               PERFORM 7050-NOT-AVAILABLE-PARA
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 3450-READ-YTD-PARA UNTIL END-OF-SECTION
               CLOSE YTD-MASTER
           END-IF.
       3450-READ-YTD-PARA.
           READ YTD-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE YTD-EMP-ID      TO WS-CHK-ID
                   MOVE SPACES          TO WS-CHK-QUAL
                   MOVE SPACES          TO WS-INFORCE-TEXT
                   PERFORM 7000-CHECK-RECORD-PARA
           END-READ.
      *    ONE CHILD RECORD AGAINST THE EMPLOYEE MASTER.  NOT ON
      *    THE MASTER IS AN ORPHAN; ON IT AS TERMINATED WHILE THE
      *    CHILD IS STILL IN FORCE (WS-INFORCE-TEXT SET) IS STALE.
       7000-CHECK-RECORD-PARA.
           ADD 1 TO CHK-READ(WS-SECT)
           ADD 1 TO WS-TOT-READ
           MOVE WS-CHK-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO CHK-ORPHAN(WS-SECT)
                   ADD 1 TO WS-TOT-ORPHAN
                   MOVE SPACES TO OUT-EMP-NAME
                   MOVE 'EMP-ID NOT ON EMPMAST.DAT' TO WS-PROBLEM
                   PERFORM 7200-WRITE-FINDING-PARA
               NOT INVALID KEY
                   IF EMP-TERMINATED AND WS-INFORCE-TEXT NOT = SPACES
                       ADD 1 TO CHK-STALE(WS-SECT)
                       ADD 1 TO WS-TOT-STALE
                       MOVE EMP-NAME        TO OUT-EMP-NAME
                       MOVE WS-INFORCE-TEXT TO WS-PROBLEM
                       PERFORM 7200-WRITE-FINDING-PARA
                   END-IF
           END-READ.
       7050-NOT-AVAILABLE-PARA.
           MOVE 'NOT AVAILABLE' TO CHK-RESULT(WS-SECT)
           ADD 1 TO WS-TOT-MISSING
           DISPLAY CHK-FILE(WS-SECT) ' NOT AVAILABLE - NOT CHECKED'.
       7200-WRITE-FINDING-PARA.
           MOVE CHK-FILE(WS-SECT) TO OUT-FILE
           MOVE WS-CHK-ID         TO OUT-EMP-ID
           MOVE WS-CHK-QUAL       TO OUT-QUAL
           MOVE WS-PROBLEM        TO OUT-PROBLEM
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'EMPORPHN'        TO EXR-SOURCE-PGM
           MOVE SPACES            TO EXR-KEY
           STRING CHK-FILE(WS-SECT) DELIMITED BY '.'
                  ' ' WS-CHK-ID   DELIMITED BY SIZE
                  INTO EXR-KEY
           END-STRING
           MOVE WS-PROBLEM        TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM SUMMARY-HEAD
           PERFORM 9100-WRITE-SUMMARY-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FILE-COUNT
           MOVE WS-TOT-READ   TO OUT-TOT-READ
           MOVE WS-TOT-ORPHAN TO OUT-TOT-ORPHAN
           MOVE WS-TOT-STALE  TO OUT-TOT-STALE
           WRITE REPORT-RECORD FROM TOTAL-LINE
           DISPLAY '** ORPHAN AND STALE RECORD SWEEP SUMMARY **'
           DISPLAY 'CHILD RECORDS READ : ', WS-TOT-READ
           DISPLAY 'ORPHANED           : ', WS-TOT-ORPHAN
           DISPLAY 'STALE              : ', WS-TOT-STALE
           DISPLAY 'FILES NOT CHECKED  : ', WS-TOT-MISSING
           IF (WS-TOT-ORPHAN > ZERO OR WS-TOT-STALE > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE.
       9100-WRITE-SUMMARY-PARA.
           MOVE CHK-FILE(WS-SUB)   TO OUT-SUM-FILE
           MOVE CHK-RESULT(WS-SUB) TO OUT-SUM-RESULT
           MOVE CHK-READ(WS-SUB)   TO OUT-SUM-READ
           MOVE CHK-ORPHAN(WS-SUB) TO OUT-SUM-ORPHAN
           MOVE CHK-STALE(WS-SUB)  TO OUT-SUM-STALE
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
