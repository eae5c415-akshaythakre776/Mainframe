       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPROSTR.
      *****************************************************
      *  ROSTER ADHERENCE.  EMPCLOCK TURNS THE DOOR PUNCHES *
      *  INTO HOURS BUT NOTHING SAID WHETHER ANYONE TURNED  *
      *  UP WHEN PLANNED.  THE PLANNED ROSTER (ROSTER.DAT - *
      *  EMPLOYEE, DATE, SHIFT CODE) IS PRICED AGAINST THE  *
      *  SHIFT MASTER (SHFTMAST.DAT - PLANNED START AND     *
      *  END) AND EACH ROSTERED DAY OF THE MONTH IS         *
      *  COMPARED WITH THAT DAY'S PUNCHES ON CLOCKPCH.DAT.  *
      *  NO-SHOWS, LATE ARRIVALS AND EARLY DEPARTURES       *
      *  BEYOND THE GRACE PERIOD ON ROSTPARM.DAT, AND DAYS  *
      *  PUNCHED WITH NO ROSTER, ARE LISTED ON ROSTRPT.DAT. *
      *  A ROSTERED DAY THAT IS A REGIONAL PUBLIC HOLIDAY   *
      *  (HOLCAL.DAT) OR APPROVED LEAVE (LEVTRAN.DAT) IS    *
      *  EXCUSED, NOT AN ABSENCE.  EACH EMPLOYEE'S MONTHLY  *
      *  COUNTS FOLLOW, GROUPED BY SUPERVISOR               *
      *  (SUPVMAST.DAT); NO-SHOWS ALSO GO TO THE EXCEPTION  *
      *  REGISTER.  PERIOD DEFAULTS TO THE CURRENT MONTH,   *
      *  OVERRIDE WITH ROSTPER=YYYYMM.  RC=4 WHEN ANYTHING  *
      *  NEEDS CHASING.                                     *
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

           SELECT SHIFT-MASTER ASSIGN TO 'SHFTMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PUNCH-FILE ASSIGN TO 'CLOCKPCH.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT LEAVE-TRAN-FILE ASSIGN TO 'LEVTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT SUPERVISOR-MASTER ASSIGN TO 'SUPVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT PARM-FILE ASSIGN TO 'ROSTPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT REPORT-FILE ASSIGN TO 'ROSTRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  SHIFT-MASTER
           RECORD CONTAINS 32 CHARACTERS.
       COPY SHFTREC.
       FD  ROSTER-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY ROSTREC.
       FD  PUNCH-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  PUNCH-RECORD.
           03  PCH-BADGE           PIC X(06).
           03  PCH-DATE.
               05  PCH-YR          PIC 9(04).
               05  PCH-MM          PIC 9(02).
               05  PCH-DD          PIC 9(02).
           03  PCH-TIME.
               05  PCH-HH          PIC 9(02).
               05  PCH-MI          PIC 9(02).
           03  PCH-DIR             PIC X(01).
               88  PCH-IN                     VALUE 'I'.
               88  PCH-OUT                    VALUE 'O'.
           03  PCH-PROJECT         PIC X(08).
       FD  LEAVE-TRAN-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  LEAVE-TRAN-RECORD.
           03  LT-EMP-ID           PIC X(05).
           03  LT-LEAVE-DATE.
               05  LT-LV-YR        PIC 9(04).
               05  LT-LV-MM        PIC 9(02).
               05  LT-LV-DD        PIC 9(02).
           03  LT-DAYS             PIC 9(2)V9.
           03  LT-END-DATE         PIC 9(08).
           03  LT-TYPE             PIC X(01).
           03  LT-CERT             PIC X(01).
       FD  SUPERVISOR-MASTER.
       COPY SUPVREC.
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-RECORD.
           03  RSP-GRACE-MINS      PIC 9(03).
           03  FILLER              PIC X(17).
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
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-RUN-FLAG             PIC X(01) VALUE 'Y'.
           88  RUN-OK                        VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMP-OPEN                      VALUE 'Y'.
       01  WS-SUPV-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  SUPV-OPEN                     VALUE 'Y'.
       01  WS-CREATE-FLAG          PIC X(01) VALUE 'N'.
           88  CREATE-ROW                    VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-GRACE                PIC 9(03) VALUE 10.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-ML-DATE.
           03  WS-ML-YR            PIC 9(04) VALUE ZERO.
           03  WS-ML-MM            PIC 9(02) VALUE ZERO.
           03  WS-ML-DD            PIC 9(02) VALUE 01.
       01  WS-ML-DATE-N REDEFINES WS-ML-DATE
                                   PIC 9(08).
       01  WS-ML-END.
           03  FILLER              PIC 9(06).
           03  WS-ML-END-DD        PIC 9(02).
       01  WS-ML-END-N REDEFINES WS-ML-END
                                   PIC 9(08).
       01  WS-ML-DAYS              PIC 9(02) VALUE ZERO.
       COPY DATEREQ.
       01  WS-SHF-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SHIFT-TABLE.
           03  SHF-ENTRY           OCCURS 100 TIMES.
               05  TBL-SHF-CODE    PIC X(04).
               05  TBL-SHF-START   PIC X(04).
               05  TBL-SHF-END     PIC X(04).
               05  TBL-SHF-START-MINS PIC 9(04).
               05  TBL-SHF-END-MINS   PIC 9(04).
               05  TBL-SHF-NIGHT   PIC X(01).
       01  WS-ROW-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ROW-TABLE.
           03  ROW-ENTRY           OCCURS 500 TIMES.
               05  TBL-RW-EMP-ID   PIC X(05).
               05  TBL-RW-NAME     PIC X(15).
               05  TBL-RW-SUPV     PIC X(08).
               05  TBL-RW-ROSTERED PIC 9(02).
               05  TBL-RW-NOSHOW   PIC 9(02).
               05  TBL-RW-LATE     PIC 9(02).
               05  TBL-RW-EARLY    PIC 9(02).
               05  TBL-RW-UNROST   PIC 9(02).
               05  TBL-RW-EXCUSED  PIC 9(02).
               05  TBL-DAY         OCCURS 31 TIMES.
                   07  TBL-DY-SHIFT   PIC 9(03).
                   07  TBL-DY-IN      PIC 9(04).
                   07  TBL-DY-OUT     PIC 9(04).
                   07  TBL-DY-PUNCHED PIC X(01).
                   07  TBL-DY-LEAVE   PIC X(01).
       01  WS-SUPV-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-SUPV-TABLE.
           03  SUPV-ENTRY          OCCURS 200 TIMES.
               05  TBL-SV-ID       PIC X(08).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-ROW                  PIC 9(03) VALUE ZERO.
       01  WS-SHF-SUB              PIC 9(03) VALUE ZERO.
       01  WS-SV-SUB               PIC 9(03) VALUE ZERO.
       01  WS-DD                   PIC 9(02) VALUE ZERO.
       01  WS-PREV-DD              PIC 9(02) VALUE ZERO.
       01  WS-LOOK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-LOOK-SHIFT           PIC X(04) VALUE SPACES.
       01  WS-LAST-BADGE           PIC X(06) VALUE HIGH-VALUES.
       01  WS-BADGE-EMP-ID         PIC X(05) VALUE SPACES.
       01  WS-PUNCH-MINS           PIC 9(04) VALUE ZERO.
       01  WS-EXC-MINS             PIC 9(04) VALUE ZERO.
       01  WS-EXC-TEXT             PIC X(12) VALUE SPACES.
       01  WS-SUPV-ID              PIC X(08) VALUE SPACES.
       01  WS-FMT-MINS             PIC 9(04) VALUE ZERO.
       01  WS-FMT-TIME.
           03  WS-FMT-HH           PIC 9(02).
           03  WS-FMT-MI           PIC 9(02).
       01  WS-FMT-TIME-X REDEFINES WS-FMT-TIME
                                   PIC X(04).
       01  WS-CHK-DATE.
           03  WS-CHK-YR           PIC 9(04).
           03  WS-CHK-MM           PIC 9(02).
           03  WS-CHK-DD           PIC 9(02).
       01  WS-CHK-NUM REDEFINES WS-CHK-DATE
                                   PIC 9(08).
       01  WS-LT-ITER              PIC 9(08) VALUE ZERO.
       01  WS-LT-ITER-R REDEFINES WS-LT-ITER.
           03  WS-LI-YR            PIC 9(04).
           03  WS-LI-MM            PIC 9(02).
           03  WS-LI-DD            PIC 9(02).
       01  WS-LT-STEPS             PIC 9(03) VALUE ZERO.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       COPY EXCPREG.
       01  WS-COUNTERS.
           03  WS-TOT-ROSTER-RECS  PIC 9(06) VALUE ZERO.
           03  WS-TOT-REJECTS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-PUNCHES      PIC 9(06) VALUE ZERO.
           03  WS-TOT-NO-BADGE     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ROSTERED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-NOSHOW       PIC 9(05) VALUE ZERO.
           03  WS-TOT-LATE         PIC 9(05) VALUE ZERO.
           03  WS-TOT-EARLY        PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNROST       PIC 9(05) VALUE ZERO.
           03  WS-TOT-EXCUSED      PIC 9(05) VALUE ZERO.
       01  WS-GRP-COUNTERS.
           03  WS-GRP-ROSTERED     PIC 9(05) VALUE ZERO.
           03  WS-GRP-NOSHOW       PIC 9(05) VALUE ZERO.
           03  WS-GRP-LATE         PIC 9(05) VALUE ZERO.
           03  WS-GRP-EARLY        PIC 9(05) VALUE ZERO.
           03  WS-GRP-UNROST       PIC 9(05) VALUE ZERO.
           03  WS-GRP-EXCUSED      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(32) VALUE
               'ROSTER ADHERENCE FOR PERIOD     '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(18) VALUE
               '   GRACE MINUTES: '.
           03  OUT-HDR-GRACE       PIC ZZ9.
           03  FILLER              PIC X(21) VALUE SPACES.
       01  REJECT-LINE.
           03  OUT-RJ-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-DATE         PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-SHIFT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-TEXT         PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(17) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(40) VALUE
               'EMP   NAME            DATE     SHFT PLAN'.
           03  FILLER              PIC X(40) VALUE
               '      IN   OUT   EXCEPTION    MINS      '.
       01  EXCEPTION-LINE.
           03  OUT-EX-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-DATE         PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-SHIFT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-PLAN-START   PIC X(04) VALUE SPACES.
           03  OUT-EX-PLAN-DASH    PIC X(01) VALUE SPACES.
           03  OUT-EX-PLAN-END     PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-IN           PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-OUT          PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EX-TEXT         PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EX-MINS         PIC ZZZ9.
           03  FILLER              PIC X(06) VALUE SPACES.
       01  HEADING-LINE3.
           03  FILLER              PIC X(40) VALUE
               'SUPERVISOR EMP   NAME            ROSTER '.
           03  FILLER              PIC X(40) VALUE
               'NOSHOW   LATE  EARLY UNROST EXCUSD      '.
       01  COUNT-LINE.
           03  OUT-CT-SUPV         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-CT-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CT-NAME         PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-ROSTERED     PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-NOSHOW       PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-LATE         PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-EARLY        PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-UNROST       PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CT-EXCUSED      PIC ZZZZ9.
           03  FILLER              PIC X(06) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(16) VALUE 'ROSTER RECORDS: '.
           03  OUT-TOT-ROSTER-RECS PIC ZZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTS     PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  PUNCHES: '.
           03  OUT-TOT-PUNCHES     PIC ZZZZZ9.
           03  FILLER              PIC X(16) VALUE
               '  UNKNOWN BADGE:'.
           03  OUT-TOT-NO-BADGE    PIC ZZZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           IF RUN-OK
               PERFORM 1200-LOAD-SHIFTS-PARA
           END-IF
           IF RUN-OK
               PERFORM 1300-LOAD-ROSTER-PARA
           END-IF
           IF RUN-OK
               PERFORM 1400-LOAD-PUNCHES-PARA
               PERFORM 1500-LOAD-LEAVE-PARA
               WRITE REPORT-RECORD FROM HEADING-LINE2
               PERFORM 3000-CHECK-EMPLOYEE-PARA
                   VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-ROW-COUNT
               PERFORM 5000-PRINT-SUMMARY-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'ROSTPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           IF WS-PER-MM >= 1 AND WS-PER-MM <= 12
               MOVE WS-PER-YR TO WS-ML-YR
               MOVE WS-PER-MM TO WS-ML-MM
               PERFORM 4400-MONTH-LENGTH-PARA
               MOVE WS-ML-DAYS TO WS-MONTH-DAYS
           END-IF
           PERFORM 1100-READ-PARM-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           MOVE WS-GRACE  TO OUT-HDR-GRACE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           OPEN INPUT SUPERVISOR-MASTER
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-SUPV-OPEN-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  THE GRACE PERIOD COMES FROM ROSTPARM.DAT; WITHOUT  *
      *  IT (OR WITH A NON-NUMERIC VALUE) TEN MINUTES       *
      *  APPLIES.                                           *
      *****************************************************
       1100-READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT7 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARM-PARA
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'ROSTPARM.DAT NOT PRESENT - DEFAULT GRACE '
                   'PERIOD'
           END-IF.
       1150-APPLY-PARM-PARA.
           IF RSP-GRACE-MINS NUMERIC
               MOVE RSP-GRACE-MINS TO WS-GRACE
           END-IF.
       1200-LOAD-SHIFTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHIFT-MASTER
           IF WS-FILE-STAT2 = '00'
               PERFORM 1250-READ-SHIFT-PARA UNTIL END-OF-INPUT
               CLOSE SHIFT-MASTER
           ELSE
               DISPLAY 'SHFTMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - ROSTER NOT CHECKED'
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF.
       1250-READ-SHIFT-PARA.
           READ SHIFT-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SHF-START NUMERIC AND SHF-END NUMERIC
                       AND SHF-START-HH < 24 AND SHF-START-MI < 60
                       AND SHF-END-HH < 24 AND SHF-END-MI < 60
                       IF WS-SHF-COUNT < 100
                           ADD 1 TO WS-SHF-COUNT
                           PERFORM 1260-STORE-SHIFT-PARA
                       ELSE
                           DISPLAY 'WARNING - SHIFT TABLE FULL AT '
                               '100 - ' SHF-CODE ' NOT LOADED'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       DISPLAY 'SHIFT ' SHF-CODE
                           ' HAS INVALID TIMES - NOT LOADED'
                   END-IF
           END-READ.
       1260-STORE-SHIFT-PARA.
           MOVE SHF-CODE  TO TBL-SHF-CODE(WS-SHF-COUNT)
           MOVE SHF-START TO TBL-SHF-START(WS-SHF-COUNT)
           MOVE SHF-END   TO TBL-SHF-END(WS-SHF-COUNT)
           COMPUTE TBL-SHF-START-MINS(WS-SHF-COUNT) =
               (SHF-START-HH * 60) + SHF-START-MI
           COMPUTE TBL-SHF-END-MINS(WS-SHF-COUNT) =
               (SHF-END-HH * 60) + SHF-END-MI
           IF TBL-SHF-END-MINS(WS-SHF-COUNT) <
                   TBL-SHF-START-MINS(WS-SHF-COUNT)
               MOVE 'Y' TO TBL-SHF-NIGHT(WS-SHF-COUNT)
           ELSE
               MOVE 'N' TO TBL-SHF-NIGHT(WS-SHF-COUNT)
           END-IF.
      *****************************************************
      *  ROSTER DAYS INSIDE THE PERIOD ARE PLACED ON THE    *
      *  EMPLOYEE'S ROW.  A SHIFT CODE NOT ON SHFTMAST.DAT  *
      *  OR A DAY ROSTERED TWICE IS LISTED; FOR A DOUBLE    *
      *  BOOKING THE LATER RECORD STANDS.                   *
      *****************************************************
       1300-LOAD-ROSTER-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1350-READ-ROSTER-PARA UNTIL END-OF-INPUT
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY 'ROSTER.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT3 ' - NOTHING TO CHECK'
               MOVE 'N' TO WS-RUN-FLAG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1350-READ-ROSTER-PARA.
           READ ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF RST-DATE NUMERIC
                       AND ((RST-YR * 100) + RST-MM) = WS-PERIOD
                       AND RST-DD >= 1
                       AND RST-DD <= WS-MONTH-DAYS
                       ADD 1 TO WS-TOT-ROSTER-RECS
                       PERFORM 1360-PLACE-ROSTER-PARA
                   END-IF
           END-READ.
       1360-PLACE-ROSTER-PARA.
           MOVE RST-SHIFT TO WS-LOOK-SHIFT
           PERFORM 4200-FIND-SHIFT-PARA
           IF WS-SHF-SUB = ZERO
               MOVE 'SHIFT CODE NOT ON SHFTMAST.DAT' TO OUT-RJ-TEXT
               PERFORM 7000-REJECT-PARA
           ELSE
               MOVE RST-EMP-ID TO WS-LOOK-EMP-ID
               MOVE 'Y' TO WS-CREATE-FLAG
               PERFORM 4000-FIND-ROW-PARA
               IF WS-FIND-SUB > ZERO
                   IF TBL-DY-SHIFT(WS-FIND-SUB RST-DD) > ZERO
                       MOVE 'DAY ROSTERED TWICE - LATER SHIFT KEPT'
                           TO OUT-RJ-TEXT
                       PERFORM 7000-REJECT-PARA
                   END-IF
                   MOVE WS-SHF-SUB TO
                       TBL-DY-SHIFT(WS-FIND-SUB RST-DD)
               END-IF
           END-IF.
      *****************************************************
      *  EACH PUNCH IN THE PERIOD IS RESOLVED THROUGH THE   *
      *  EMP-BADGE KEY (ONCE PER BADGE - THE FILE IS IN     *
      *  BADGE ORDER) AND KEEPS THE DAY'S FIRST IN AND LAST *
      *  OUT, IN MINUTES PAST MIDNIGHT.  UNKNOWN BADGES ARE *
      *  ONLY COUNTED - EMPCLOCK ALREADY LISTS THEM.        *
      *****************************************************
       1400-LOAD-PUNCHES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PUNCH-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1450-READ-PUNCH-PARA UNTIL END-OF-INPUT
               CLOSE PUNCH-FILE
           ELSE
               DISPLAY 'CLOCKPCH.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT4 ' - ROSTERED DAYS SHOW AS NO-SHOWS'
           END-IF.
       1450-READ-PUNCH-PARA.
           READ PUNCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PCH-DATE NUMERIC AND PCH-TIME NUMERIC
                       AND ((PCH-YR * 100) + PCH-MM) = WS-PERIOD
                       AND PCH-DD >= 1
                       AND PCH-DD <= WS-MONTH-DAYS
                       ADD 1 TO WS-TOT-PUNCHES
                       PERFORM 1460-PLACE-PUNCH-PARA
                   END-IF
           END-READ.
       1460-PLACE-PUNCH-PARA.
           IF PCH-BADGE NOT = WS-LAST-BADGE
               MOVE PCH-BADGE TO WS-LAST-BADGE
               MOVE SPACES    TO WS-BADGE-EMP-ID
               MOVE PCH-BADGE TO EMP-BADGE
               READ EMPLOYEE-MASTER
                   KEY IS EMP-BADGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-ID TO WS-BADGE-EMP-ID
               END-READ
           END-IF
           IF WS-BADGE-EMP-ID = SPACES
               ADD 1 TO WS-TOT-NO-BADGE
           ELSE
               MOVE WS-BADGE-EMP-ID TO WS-LOOK-EMP-ID
               MOVE 'Y' TO WS-CREATE-FLAG
               PERFORM 4000-FIND-ROW-PARA
               IF WS-FIND-SUB > ZERO
                   COMPUTE WS-PUNCH-MINS = (PCH-HH * 60) + PCH-MI
                   MOVE 'Y' TO TBL-DY-PUNCHED(WS-FIND-SUB PCH-DD)
                   IF PCH-IN
                       AND WS-PUNCH-MINS <
                           TBL-DY-IN(WS-FIND-SUB PCH-DD)
                       MOVE WS-PUNCH-MINS TO
                           TBL-DY-IN(WS-FIND-SUB PCH-DD)
                   END-IF
                   IF PCH-OUT
                       IF TBL-DY-OUT(WS-FIND-SUB PCH-DD) = 9999
                          OR WS-PUNCH-MINS >
                             TBL-DY-OUT(WS-FIND-SUB PCH-DD)
                           MOVE WS-PUNCH-MINS TO
                               TBL-DY-OUT(WS-FIND-SUB PCH-DD)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  APPROVED LEAVE (LEVTRAN.DAT) IS MARKED ON THE ROWS *
      *  ALREADY BUILT - SINGLE DATES MARK ONE DAY, RANGES  *
      *  WALK START TO END (CAPPED 92 STEPS) AS IN THE      *
      *  ATTENDANCE CONTROL.                                *
      *****************************************************
       1500-LOAD-LEAVE-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-TRAN-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1550-READ-LEAVE-PARA UNTIL END-OF-INPUT
               CLOSE LEAVE-TRAN-FILE
           END-IF.
       1550-READ-LEAVE-PARA.
           READ LEAVE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM 1600-MARK-LEAVE-PARA
           END-READ.
       1600-MARK-LEAVE-PARA.
           MOVE LT-EMP-ID TO WS-LOOK-EMP-ID
           MOVE 'N' TO WS-CREATE-FLAG
           PERFORM 4000-FIND-ROW-PARA
           IF WS-FIND-SUB > ZERO AND LT-LEAVE-DATE NUMERIC
               MOVE LT-LEAVE-DATE TO WS-LT-ITER
               MOVE ZERO TO WS-LT-STEPS
               IF LT-END-DATE NUMERIC
                   AND LT-END-DATE > ZERO
                   PERFORM 1650-MARK-ONE-DAY-PARA
                       UNTIL WS-LT-STEPS >= 92
                          OR WS-LT-ITER > LT-END-DATE
               ELSE
                   PERFORM 1650-MARK-ONE-DAY-PARA
               END-IF
           END-IF.
       1650-MARK-ONE-DAY-PARA.
           ADD 1 TO WS-LT-STEPS
           IF ((WS-LI-YR * 100) + WS-LI-MM) = WS-PERIOD
               AND WS-LI-DD >= 1 AND WS-LI-DD <= 31
               MOVE 'Y' TO
                   TBL-DY-LEAVE(WS-FIND-SUB WS-LI-DD)
           END-IF
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-LT-ITER      TO DTQ-DATE-1
           MOVE 1               TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-LT-ITER.
      *****************************************************
      *  ONE EMPLOYEE ROW: FIND THE NAME, SUPERVISOR AND    *
      *  HOLIDAY REGION, THEN TEST EVERY DAY OF THE PERIOD. *
      *****************************************************
       3000-CHECK-EMPLOYEE-PARA.
           MOVE SPACES TO HLQ-REGION
           MOVE TBL-RW-EMP-ID(WS-ROW) TO EMP-ID
           READ EMPLOYEE-MASTER
               KEY IS EMP-ID
               INVALID KEY
                   MOVE '*NOT ON MASTER*' TO TBL-RW-NAME(WS-ROW)
               NOT INVALID KEY
                   MOVE EMP-NAME TO TBL-RW-NAME(WS-ROW)
                   MOVE 'L'     TO RLK-FILE-ID
                   MOVE SPACES  TO RLK-KEY
                   MOVE EMP-LOC TO RLK-KEY
                   CALL 'REFLKUP' USING REFLKUP-REQUEST
                   IF RLK-REC-FOUND
                       MOVE RLK-DATA    TO LOCM-RECORD
                       MOVE LOCM-REGION TO HLQ-REGION
                   END-IF
           END-READ
           MOVE '*NONE*  ' TO WS-SUPV-ID
           IF SUPV-OPEN
               MOVE TBL-RW-EMP-ID(WS-ROW) TO SUP-EMP-ID
               READ SUPERVISOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUP-SUPERVISOR TO WS-SUPV-ID
               END-READ
           END-IF
           MOVE WS-SUPV-ID TO TBL-RW-SUPV(WS-ROW)
           PERFORM 4300-ADD-SUPV-PARA
           PERFORM 3100-CHECK-ONE-DAY-PARA
               VARYING WS-DD FROM 1 BY 1
               UNTIL WS-DD > WS-MONTH-DAYS.
      *****************************************************
      *  A ROSTERED DAY ON A REGIONAL HOLIDAY OR APPROVED   *
      *  LEAVE IS EXCUSED.  OTHERWISE NO PUNCH AT ALL IS A  *
      *  NO-SHOW, A FIRST IN LATER THAN THE PLANNED START   *
      *  PLUS THE GRACE IS A LATE ARRIVAL, AND A LAST OUT   *
      *  EARLIER THAN THE PLANNED END LESS THE GRACE IS AN  *
      *  EARLY DEPARTURE.  AN OVERNIGHT SHIFT ENDS ON THE   *
      *  NEXT DAY'S PUNCHES, SO ONLY ITS START IS TESTED,   *
      *  AND THAT NEXT DAY'S OUT-ONLY PUNCHES ARE NOT TAKEN *
      *  AS UNROSTERED WORK.  ANY OTHER DAY PUNCHED WITH NO *
      *  ROSTER IS UNROSTERED WORK.                         *
      *****************************************************
       3100-CHECK-ONE-DAY-PARA.
           MOVE WS-PER-YR TO WS-CHK-YR
           MOVE WS-PER-MM TO WS-CHK-MM
           MOVE WS-DD     TO WS-CHK-DD
           MOVE ZERO TO WS-EXC-MINS
           IF TBL-DY-SHIFT(WS-ROW WS-DD) > ZERO
               MOVE TBL-DY-SHIFT(WS-ROW WS-DD) TO WS-SHF-SUB
               ADD 1 TO TBL-RW-ROSTERED(WS-ROW)
               MOVE WS-CHK-NUM TO HLQ-DATE
               CALL 'HOLLKUP' USING HOLLKUP-REQUEST
               IF HLQ-IS-HOLIDAY
                   OR TBL-DY-LEAVE(WS-ROW WS-DD) = 'Y'
                   ADD 1 TO TBL-RW-EXCUSED(WS-ROW)
               ELSE
                   PERFORM 3150-CHECK-SHIFT-PARA
               END-IF
           ELSE
               IF TBL-DY-PUNCHED(WS-ROW WS-DD) = 'Y'
                   MOVE ZERO TO WS-SHF-SUB
                   COMPUTE WS-PREV-DD = WS-DD - 1
                   IF WS-PREV-DD > ZERO
                       AND TBL-DY-IN(WS-ROW WS-DD) = 9999
                       AND TBL-DY-SHIFT(WS-ROW WS-PREV-DD) > ZERO
                       MOVE TBL-DY-SHIFT(WS-ROW WS-PREV-DD)
                           TO WS-SHF-SUB
                   END-IF
                   IF WS-SHF-SUB > ZERO
                       AND TBL-SHF-NIGHT(WS-SHF-SUB) = 'Y'
                       CONTINUE
                   ELSE
                       MOVE ZERO TO WS-SHF-SUB
                       ADD 1 TO TBL-RW-UNROST(WS-ROW)
                       MOVE 'UNROSTERED' TO WS-EXC-TEXT
                       PERFORM 3200-WRITE-EXCEPTION-PARA
                   END-IF
               END-IF
           END-IF.
       3150-CHECK-SHIFT-PARA.
           IF TBL-DY-PUNCHED(WS-ROW WS-DD) NOT = 'Y'
               ADD 1 TO TBL-RW-NOSHOW(WS-ROW)
               MOVE 'NO-SHOW' TO WS-EXC-TEXT
               PERFORM 3200-WRITE-EXCEPTION-PARA
               MOVE 'EMPROSTR' TO EXR-SOURCE-PGM
               MOVE SPACES     TO EXR-KEY
               STRING TBL-RW-EMP-ID(WS-ROW) ' ' WS-CHK-NUM
                   DELIMITED BY SIZE INTO EXR-KEY
               END-STRING
               MOVE SPACES TO EXR-TEXT
               STRING 'NO PUNCHES ON ROSTERED SHIFT '
                      TBL-SHF-CODE(WS-SHF-SUB)
                   DELIMITED BY SIZE INTO EXR-TEXT
               END-STRING
               CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           ELSE
               IF TBL-DY-IN(WS-ROW WS-DD) NOT = 9999
                   AND TBL-DY-IN(WS-ROW WS-DD) >
                       TBL-SHF-START-MINS(WS-SHF-SUB) + WS-GRACE
                   ADD 1 TO TBL-RW-LATE(WS-ROW)
                   COMPUTE WS-EXC-MINS = TBL-DY-IN(WS-ROW WS-DD)
                       - TBL-SHF-START-MINS(WS-SHF-SUB)
                   MOVE 'LATE IN' TO WS-EXC-TEXT
                   PERFORM 3200-WRITE-EXCEPTION-PARA
               END-IF
               IF TBL-SHF-NIGHT(WS-SHF-SUB) NOT = 'Y'
                   AND TBL-DY-OUT(WS-ROW WS-DD) NOT = 9999
                   AND TBL-DY-OUT(WS-ROW WS-DD) + WS-GRACE <
                       TBL-SHF-END-MINS(WS-SHF-SUB)
                   ADD 1 TO TBL-RW-EARLY(WS-ROW)
                   COMPUTE WS-EXC-MINS =
                       TBL-SHF-END-MINS(WS-SHF-SUB)
                       - TBL-DY-OUT(WS-ROW WS-DD)
                   MOVE 'EARLY OUT' TO WS-EXC-TEXT
                   PERFORM 3200-WRITE-EXCEPTION-PARA
               END-IF
           END-IF.
       3200-WRITE-EXCEPTION-PARA.
           MOVE TBL-RW-EMP-ID(WS-ROW) TO OUT-EX-EMP-ID
           MOVE TBL-RW-NAME(WS-ROW)   TO OUT-EX-NAME
           MOVE WS-CHK-NUM            TO OUT-EX-DATE
           IF WS-SHF-SUB > ZERO
               MOVE TBL-SHF-CODE(WS-SHF-SUB)  TO OUT-EX-SHIFT
               MOVE TBL-SHF-START(WS-SHF-SUB) TO OUT-EX-PLAN-START
               MOVE '-'                       TO OUT-EX-PLAN-DASH
               MOVE TBL-SHF-END(WS-SHF-SUB)   TO OUT-EX-PLAN-END
           ELSE
               MOVE SPACES TO OUT-EX-SHIFT
                              OUT-EX-PLAN-START
                              OUT-EX-PLAN-DASH
                              OUT-EX-PLAN-END
           END-IF
           MOVE TBL-DY-IN(WS-ROW WS-DD) TO WS-FMT-MINS
           PERFORM 3300-FORMAT-TIME-PARA
           MOVE WS-FMT-TIME-X TO OUT-EX-IN
           MOVE TBL-DY-OUT(WS-ROW WS-DD) TO WS-FMT-MINS
           PERFORM 3300-FORMAT-TIME-PARA
           MOVE WS-FMT-TIME-X TO OUT-EX-OUT
           MOVE WS-EXC-TEXT TO OUT-EX-TEXT
           MOVE WS-EXC-MINS TO OUT-EX-MINS
           WRITE REPORT-RECORD FROM EXCEPTION-LINE.
       3300-FORMAT-TIME-PARA.
           IF WS-FMT-MINS = 9999
               MOVE '----' TO WS-FMT-TIME-X
           ELSE
               DIVIDE WS-FMT-MINS BY 60 GIVING WS-FMT-HH
                   REMAINDER WS-FMT-MI
           END-IF.
      *****************************************************
      *  FIND THE ROW FOR THE EMP-ID IN WS-LOOK-EMP-ID,     *
      *  OPENING ONE WHEN CREATE-ROW IS SET.  WS-FIND-SUB   *
      *  COMES BACK ZERO WHEN THERE IS NO ROW.              *
      *****************************************************
       4000-FIND-ROW-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 4050-MATCH-ROW-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ROW-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO AND CREATE-ROW
               IF WS-ROW-COUNT < 500
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FIND-SUB
                   MOVE WS-LOOK-EMP-ID TO
                       TBL-RW-EMP-ID(WS-FIND-SUB)
                   MOVE SPACES TO TBL-RW-NAME(WS-FIND-SUB)
                                  TBL-RW-SUPV(WS-FIND-SUB)
                   MOVE ZERO TO TBL-RW-ROSTERED(WS-FIND-SUB)
                                TBL-RW-NOSHOW(WS-FIND-SUB)
                                TBL-RW-LATE(WS-FIND-SUB)
                                TBL-RW-EARLY(WS-FIND-SUB)
                                TBL-RW-UNROST(WS-FIND-SUB)
                                TBL-RW-EXCUSED(WS-FIND-SUB)
                   PERFORM 4100-CLEAR-DAY-PARA
                       VARYING WS-DD FROM 1 BY 1
                       UNTIL WS-DD > 31
               ELSE
                   DISPLAY 'WARNING - ROSTER TABLE FULL AT 500 - '
                       WS-LOOK-EMP-ID ' NOT CHECKED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4050-MATCH-ROW-PARA.
           IF TBL-RW-EMP-ID(WS-SUB) = WS-LOOK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       4100-CLEAR-DAY-PARA.
           MOVE ZERO TO TBL-DY-SHIFT(WS-FIND-SUB WS-DD)
           MOVE 9999 TO TBL-DY-IN(WS-FIND-SUB WS-DD)
                        TBL-DY-OUT(WS-FIND-SUB WS-DD)
           MOVE 'N'  TO TBL-DY-PUNCHED(WS-FIND-SUB WS-DD)
                        TBL-DY-LEAVE(WS-FIND-SUB WS-DD).
       4200-FIND-SHIFT-PARA.
           MOVE ZERO TO WS-SHF-SUB
           PERFORM 4250-MATCH-SHIFT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SHF-COUNT OR WS-SHF-SUB > ZERO.
       4250-MATCH-SHIFT-PARA.
           IF TBL-SHF-CODE(WS-SUB) = WS-LOOK-SHIFT
               MOVE WS-SUB TO WS-SHF-SUB
           END-IF.
       4300-ADD-SUPV-PARA.
           MOVE ZERO TO WS-SV-SUB
           PERFORM 4350-MATCH-SUPV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUPV-COUNT OR WS-SV-SUB > ZERO
           IF WS-SV-SUB = ZERO
               IF WS-SUPV-COUNT < 200
                   ADD 1 TO WS-SUPV-COUNT
                   MOVE WS-SUPV-ID TO TBL-SV-ID(WS-SUPV-COUNT)
               ELSE
                   DISPLAY 'WARNING - SUPERVISOR TABLE FULL AT 200 - '
                       WS-SUPV-ID ' CHECKED BUT NOT SUMMARISED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4350-MATCH-SUPV-PARA.
           IF TBL-SV-ID(WS-SUB) = WS-SUPV-ID
               MOVE WS-SUB TO WS-SV-SUB
           END-IF.
      *    DAYS IN MONTH WS-ML-YR/WS-ML-MM, FROM DATECALC.
       4400-MONTH-LENGTH-PARA.
           MOVE 01              TO WS-ML-DD
           MOVE 'LD'            TO DTQ-FUNCTION
           MOVE WS-ML-DATE-N    TO DTQ-DATE-1
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-ML-END-N
           MOVE WS-ML-END-DD    TO WS-ML-DAYS.
      *****************************************************
      *  MONTHLY COUNTS PER EMPLOYEE, GROUPED BY            *
      *  SUPERVISOR WITH A SUBTOTAL FOR EACH AND A GRAND    *
      *  TOTAL.                                             *
      *****************************************************
       5000-PRINT-SUMMARY-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE3
           PERFORM 5100-PRINT-SUPV-PARA
               VARYING WS-SV-SUB FROM 1 BY 1
               UNTIL WS-SV-SUB > WS-SUPV-COUNT
           MOVE '*ALL*'           TO OUT-CT-SUPV
           MOVE SPACES            TO OUT-CT-EMP-ID
           MOVE '** TOTAL **'     TO OUT-CT-NAME
           MOVE WS-TOT-ROSTERED   TO OUT-CT-ROSTERED
           MOVE WS-TOT-NOSHOW     TO OUT-CT-NOSHOW
           MOVE WS-TOT-LATE       TO OUT-CT-LATE
           MOVE WS-TOT-EARLY      TO OUT-CT-EARLY
           MOVE WS-TOT-UNROST     TO OUT-CT-UNROST
           MOVE WS-TOT-EXCUSED    TO OUT-CT-EXCUSED
           WRITE REPORT-RECORD FROM COUNT-LINE.
       5100-PRINT-SUPV-PARA.
           MOVE ZERO TO WS-GRP-ROSTERED
                        WS-GRP-NOSHOW
                        WS-GRP-LATE
                        WS-GRP-EARLY
                        WS-GRP-UNROST
                        WS-GRP-EXCUSED
           PERFORM 5200-PRINT-EMP-PARA
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-ROW-COUNT
           MOVE TBL-SV-ID(WS-SV-SUB) TO OUT-CT-SUPV
           MOVE SPACES            TO OUT-CT-EMP-ID
           MOVE 'SUBTOTAL'        TO OUT-CT-NAME
           MOVE WS-GRP-ROSTERED   TO OUT-CT-ROSTERED
           MOVE WS-GRP-NOSHOW     TO OUT-CT-NOSHOW
           MOVE WS-GRP-LATE       TO OUT-CT-LATE
           MOVE WS-GRP-EARLY      TO OUT-CT-EARLY
           MOVE WS-GRP-UNROST     TO OUT-CT-UNROST
           MOVE WS-GRP-EXCUSED    TO OUT-CT-EXCUSED
           WRITE REPORT-RECORD FROM COUNT-LINE
           ADD WS-GRP-ROSTERED TO WS-TOT-ROSTERED
           ADD WS-GRP-NOSHOW   TO WS-TOT-NOSHOW
           ADD WS-GRP-LATE     TO WS-TOT-LATE
           ADD WS-GRP-EARLY    TO WS-TOT-EARLY
           ADD WS-GRP-UNROST   TO WS-TOT-UNROST
           ADD WS-GRP-EXCUSED  TO WS-TOT-EXCUSED.
       5200-PRINT-EMP-PARA.
           IF TBL-RW-SUPV(WS-ROW) = TBL-SV-ID(WS-SV-SUB)
               MOVE TBL-RW-SUPV(WS-ROW)     TO OUT-CT-SUPV
               MOVE TBL-RW-EMP-ID(WS-ROW)   TO OUT-CT-EMP-ID
               MOVE TBL-RW-NAME(WS-ROW)     TO OUT-CT-NAME
               MOVE TBL-RW-ROSTERED(WS-ROW) TO OUT-CT-ROSTERED
               MOVE TBL-RW-NOSHOW(WS-ROW)   TO OUT-CT-NOSHOW
               MOVE TBL-RW-LATE(WS-ROW)     TO OUT-CT-LATE
               MOVE TBL-RW-EARLY(WS-ROW)    TO OUT-CT-EARLY
               MOVE TBL-RW-UNROST(WS-ROW)   TO OUT-CT-UNROST
               MOVE TBL-RW-EXCUSED(WS-ROW)  TO OUT-CT-EXCUSED
               WRITE REPORT-RECORD FROM COUNT-LINE
               ADD TBL-RW-ROSTERED(WS-ROW) TO WS-GRP-ROSTERED
               ADD TBL-RW-NOSHOW(WS-ROW)   TO WS-GRP-NOSHOW
               ADD TBL-RW-LATE(WS-ROW)     TO WS-GRP-LATE
               ADD TBL-RW-EARLY(WS-ROW)    TO WS-GRP-EARLY
               ADD TBL-RW-UNROST(WS-ROW)   TO WS-GRP-UNROST
               ADD TBL-RW-EXCUSED(WS-ROW)  TO WS-GRP-EXCUSED
           END-IF.
       7000-REJECT-PARA.
           ADD 1 TO WS-TOT-REJECTS
           MOVE RST-EMP-ID TO OUT-RJ-EMP-ID
           MOVE RST-DATE   TO OUT-RJ-DATE
           MOVE RST-SHIFT  TO OUT-RJ-SHIFT
           WRITE REPORT-RECORD FROM REJECT-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-ROSTER-RECS TO OUT-TOT-ROSTER-RECS
           MOVE WS-TOT-REJECTS     TO OUT-TOT-REJECTS
           MOVE WS-TOT-PUNCHES     TO OUT-TOT-PUNCHES
           MOVE WS-TOT-NO-BADGE    TO OUT-TOT-NO-BADGE
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** ROSTER ADHERENCE SUMMARY **'
           DISPLAY 'ROSTER RECORDS   : ', WS-TOT-ROSTER-RECS
           DISPLAY 'ROSTER REJECTS   : ', WS-TOT-REJECTS
           DISPLAY 'PUNCHES READ     : ', WS-TOT-PUNCHES
           DISPLAY 'ROSTERED DAYS    : ', WS-TOT-ROSTERED
           DISPLAY 'EXCUSED DAYS     : ', WS-TOT-EXCUSED
           DISPLAY 'NO-SHOWS         : ', WS-TOT-NOSHOW
           DISPLAY 'LATE ARRIVALS    : ', WS-TOT-LATE
           DISPLAY 'EARLY DEPARTURES : ', WS-TOT-EARLY
           DISPLAY 'UNROSTERED DAYS  : ', WS-TOT-UNROST
           IF (WS-TOT-NOSHOW > ZERO OR WS-TOT-LATE > ZERO
               OR WS-TOT-EARLY > ZERO OR WS-TOT-UNROST > ZERO
               OR WS-TOT-REJECTS > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EMP-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF SUPV-OPEN
               CLOSE SUPERVISOR-MASTER
           END-IF
           CLOSE REPORT-FILE.
