       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAGYMT.
      *****************************************************
      *  AGENCY CONTRACTOR INVOICE MATCH.  THE AGENCIES     *
      *  THAT SUPPLY OUR CONTRACTORS INVOICE US SEPARATELY, *
      *  AND THOSE INVOICES USED TO GO STRAIGHT TO ACCOUNTS *
      *  PAYABLE.  EACH LINE KEYED FROM AN AGENCY INVOICE   *
      *  (AGYINV.DAT, AGYINV.CPY) IS NOW MATCHED THREE WAYS *
      *  BEFORE IT IS PAID: THE WORKER MUST BE LINKED TO    *
      *  THAT AGENCY FOR THE MONTH (AGYLINK.DAT), THE RATE  *
      *  MUST NOT EXCEED THE CONTRACTED RATE (THE LINK'S    *
      *  RATE, ELSE ETY-PAY-RATE ON EMPTYPE.DAT) AND THE    *
      *  HOURS MUST NOT EXCEED THE HOURS WE APPROVED FOR    *
      *  THAT WORKER IN THAT MONTH - EVERY CARD RELEASED TO *
      *  TIMEAPPR.DAT, TOTALLED FROM THE APPROVAL HISTORY   *
      *  (TCAPHIST.DAT) SO A WHOLE MONTH IS SEEN, NOT ONE   *
      *  NIGHT.  THE AMOUNT MUST BE HOURS X RATE, AND A     *
      *  WORKER AND MONTH ALREADY INVOICED (AGYINVH.DAT,    *
      *  AGYHIST.CPY) IS HELD SO NOTHING IS PAID TWICE.     *
      *  HOURS AND AMOUNT TOLERANCES COME FROM AGYPARM.DAT. *
      *  APPROVED LINES GO TO ACCOUNTS PAYABLE ON           *
      *  AGYAPF.DAT WITH HEADER/TRAILER CONTROLS AND THE    *
      *  XMITGEN GENERATION NUMBER; HELD LINES GO TO        *
      *  AGYHELD.DAT WITH THEIR REASON.  REPORT ON          *
      *  AGYMRPT.DAT; RC=4 WHEN ANY LINE IS HELD.  AN       *
      *  INVOICE FILE THE INBOUND RECEIPT REGISTER          *
      *  (INBDREG) HAS ALREADY SEEN CONSUMED IS REFUSED     *
      *  RC=8 AND NOTHING IS MATCHED, UNLESS THE OPERATOR   *
      *  SETS INBDREG-OVERRIDE=Y.                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO 'AGYINV.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT APPR-HIST-FILE ASSIGN TO 'TCAPHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT LINK-FILE ASSIGN TO 'AGYLINK.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT INV-HIST-FILE ASSIGN TO 'AGYINVH.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS AIH-KEY
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT PARM-FILE ASSIGN TO 'AGYPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT HELD-FILE ASSIGN TO 'AGYHELD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT FEED-FILE ASSIGN TO 'AGYAPF.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'AGYMRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  INVOICE-IN-RECORD       PIC X(50).
       FD  APPR-HIST-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  APPR-HIST-RECORD.
           03  HST-EMP-ID          PIC X(05).
           03  HST-WORK-DATE.
               05  HST-WORK-YR     PIC 9(04).
               05  HST-WORK-MM     PIC 9(02).
               05  HST-WORK-DD     PIC 9(02).
           03  HST-HOURS           PIC 9(2)V9.
           03  FILLER              PIC X(09).
           03  HST-APPR-DATE       PIC 9(08).
       FD  LINK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY AGYLINK.
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       FD  INV-HIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY AGYHIST.
       FD  PARM-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  AGENCY-PARM-RECORD.
           03  AGP-HOURS-TOL       PIC 9(2)V9.
           03  AGP-AMOUNT-TOL      PIC 9(3)V99.
       FD  HELD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  HELD-LINE-RECORD.
           03  AHL-LINE            PIC X(50).
           03  AHL-REASON          PIC X(19).
           03  AHL-APPR-HOURS      PIC 9(4)V9.
           03  AHL-CONTRACT-RATE   PIC 9(3)V99.
           03  AHL-DATE            PIC 9(08).
           03  FILLER              PIC X(13).
       FD  FEED-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FEED-RECORD             PIC X(60).
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
       01  WS-FS-TEXT              PIC X(30) VALUE SPACES.
       01  WS-INV-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-INVOICES               VALUE 'Y'.
       01  WS-HST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY                VALUE 'Y'.
       01  WS-LNK-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-LINKS                  VALUE 'Y'.
       01  WS-TYPE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  TYPE-FILE-OPEN                VALUE 'Y'.
       01  WS-AIH-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  INV-HIST-OPEN                 VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       COPY AGYINV.
       01  WS-HOURS-TOL            PIC 9(2)V9   VALUE ZERO.
       01  WS-AMOUNT-TOL           PIC 9(3)V99  VALUE 1.00.
       01  WS-HOLD-REASON          PIC X(19) VALUE SPACES.
       01  WS-CONTRACT-RATE        PIC 9(3)V99  VALUE ZERO.
       01  WS-APPR-HOURS           PIC 9(4)V9   VALUE ZERO.
       01  WS-HOURS-LIMIT          PIC 9(4)V9   VALUE ZERO.
       01  WS-EXPECTED-AMT         PIC 9(7)V99  VALUE ZERO.
       01  WS-AMOUNT-DIFF          PIC S9(7)V99 VALUE ZERO.
       01  WS-HST-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-INV-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-INV-TABLE.
           03  INV-ENTRY           OCCURS 500 TIMES.
               05  TBL-INV-LINE    PIC X(50).
               05  TBL-INV-EMP-ID  PIC X(05).
               05  TBL-INV-PERIOD  PIC 9(06).
               05  TBL-INV-VALID   PIC X(01).
               05  TBL-INV-HOURS   PIC 9(4)V9.
       01  WS-ISUB                 PIC 9(03) VALUE ZERO.
       01  WS-LNK-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-LNK-TABLE.
           03  LNK-ENTRY           OCCURS 500 TIMES.
               05  TBL-LNK-AGENCY  PIC X(06).
               05  TBL-LNK-EMP-ID  PIC X(05).
               05  TBL-LNK-RATE    PIC 9(3)V99.
               05  TBL-LNK-FROM    PIC 9(06).
               05  TBL-LNK-TO      PIC 9(06).
       01  WS-LSUB                 PIC 9(03) VALUE ZERO.
       01  WS-LFIND                PIC 9(03) VALUE ZERO.
       COPY XMITREQ.
       COPY INBDREQ.
       01  FEED-HEADER-REC.
           03  FHR-REC-CODE        PIC X(01) VALUE 'H'.
           03  FHR-FEED-ID         PIC X(08) VALUE 'EMPAGYMT'.
           03  FHR-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  FHR-GENERATION      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(37) VALUE SPACES.
       01  FEED-DETAIL-REC.
           03  FDR-REC-CODE        PIC X(01) VALUE 'D'.
           03  FDR-AGENCY          PIC X(06) VALUE SPACES.
           03  FDR-INVOICE-NO      PIC X(10) VALUE SPACES.
           03  FDR-EMP-ID          PIC X(05) VALUE SPACES.
           03  FDR-PERIOD          PIC 9(06) VALUE ZERO.
           03  FDR-HOURS           PIC 9(3)V9 VALUE ZERO.
           03  FDR-AMOUNT          PIC 9(7)V99 VALUE ZERO.
           03  FILLER              PIC X(19) VALUE SPACES.
       01  FEED-TRAILER-REC.
           03  FTL-REC-CODE        PIC X(01) VALUE 'T'.
           03  FTL-REC-COUNT       PIC 9(07) VALUE ZERO.
           03  FTL-TOT-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           03  FILLER              PIC X(41) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-APPROVED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(05) VALUE ZERO.
           03  WS-TOT-DUPLICATE    PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-AMT         PIC 9(9)V99 VALUE ZERO.
       01  WS-HELD-AMT             PIC 9(9)V99 VALUE ZERO.
       01  HEADING-LINE1           PIC X(80) VALUE
           'AGENCY INVOICE MATCH - APPROVED HOURS AND CONTRACT RATE'.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'AGENCY'.
           03  FILLER              PIC X(11) VALUE 'INVOICE'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(07) VALUE 'PERIOD'.
           03  FILLER              PIC X(06) VALUE 'HOURS'.
           03  FILLER              PIC X(07) VALUE 'APPRVD'.
           03  FILLER              PIC X(07) VALUE 'RATE'.
           03  FILLER              PIC X(10) VALUE 'AMOUNT'.
           03  FILLER              PIC X(19) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03  OUT-AGENCY          PIC X(06).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-INVOICE-NO      PIC X(10).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PERIOD          PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HOURS           PIC ZZ9.9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-APPR-HOURS      PIC ZZZ9.9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RATE            PIC ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-AMOUNT          PIC ZZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RESULT          PIC X(19).
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(20) VALUE
               'LINES APPROVED:     '.
           03  OUT-TOT-APPROVED    PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  AMOUNT: '.
           03  OUT-APPROVED-AMT    PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(20) VALUE
               'LINES HELD:         '.
           03  OUT-TOT-HELD        PIC ZZZZ9.
           03  FILLER              PIC X(10) VALUE '  AMOUNT: '.
           03  OUT-HELD-AMT        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 3000-MATCH-LINE-PARA
               VARYING WS-ISUB FROM 1 BY 1
               UNTIL WS-ISUB > WS-INV-COUNT
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
                       HELD-FILE
                       FEED-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           MOVE WS-TODAY-NUM TO FHR-RUN-DATE
           MOVE 'EMPAGYMT' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO FHR-GENERATION
           DISPLAY 'AGYAPF GENERATION ' XG-GENERATION
           WRITE FEED-RECORD FROM FEED-HEADER-REC
           PERFORM 1100-LOAD-PARM-PARA
           PERFORM 1200-LOAD-LINKS-PARA
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-TYPE-OPEN-FLAG
           END-IF
           OPEN I-O INV-HIST-FILE
           IF WS-FILE-STAT5 = '35'
               OPEN OUTPUT INV-HIST-FILE
               CLOSE INV-HIST-FILE
               OPEN I-O INV-HIST-FILE
           END-IF
           IF WS-FILE-STAT5 NOT = '00'
               CALL 'FSTATTXT' USING WS-FILE-STAT5 WS-FS-TEXT
               DISPLAY 'AGYINVH.DAT OPEN FAILED - ' WS-FS-TEXT
                   ' - NOTHING MATCHED'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-AIH-OPEN-FLAG
               PERFORM 1300-LOAD-INVOICES-PARA
               PERFORM 1400-LOAD-HOURS-PARA
           END-IF.
      *****************************************************
      *  AGYPARM.DAT: HOURS TOLERANCE (99V9) AND AMOUNT     *
      *  TOLERANCE (999V99).  DEFAULTS NO HOURS OVER THE    *
      *  APPROVED AND A 1.00 ROUNDING ALLOWANCE.            *
      *****************************************************
       1100-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT6 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGP-HOURS-TOL NUMERIC
                           AND AGP-AMOUNT-TOL NUMERIC
                           MOVE AGP-HOURS-TOL  TO WS-HOURS-TOL
                           MOVE AGP-AMOUNT-TOL TO WS-AMOUNT-TOL
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'AGYPARM.DAT NOT PRESENT - NO HOURS '
                   'TOLERANCE, 1.00 ON THE AMOUNT'
           END-IF.
       1200-LOAD-LINKS-PARA.
           OPEN INPUT LINK-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1250-READ-LINK-PARA UNTIL END-OF-LINKS
               CLOSE LINK-FILE
           ELSE
               DISPLAY 'AGYLINK.DAT NOT PRESENT - EVERY LINE '
                   'WILL BE HELD AS NOT LINKED'
           END-IF.
       1250-READ-LINK-PARA.
           READ LINK-FILE
               AT END
                   MOVE 'Y' TO WS-LNK-EOF-FLAG
               NOT AT END
                   IF ALK-START NUMERIC AND ALK-END NUMERIC
                       AND ALK-RATE NUMERIC
                       IF WS-LNK-COUNT < 500
                           PERFORM 1260-ADD-LINK-PARA
                       ELSE
                           DISPLAY 'AGENCY LINK TABLE FULL - '
                               ALK-AGENCY ' ' ALK-EMP-ID
                               ' NOT LOADED'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.
       1260-ADD-LINK-PARA.
           ADD 1 TO WS-LNK-COUNT
           MOVE ALK-AGENCY TO TBL-LNK-AGENCY(WS-LNK-COUNT)
           MOVE ALK-EMP-ID TO TBL-LNK-EMP-ID(WS-LNK-COUNT)
           MOVE ALK-RATE   TO TBL-LNK-RATE(WS-LNK-COUNT)
           DIVIDE ALK-START BY 100
               GIVING TBL-LNK-FROM(WS-LNK-COUNT)
           IF ALK-END = ZERO
               MOVE 999999 TO TBL-LNK-TO(WS-LNK-COUNT)
           ELSE
               DIVIDE ALK-END BY 100
                   GIVING TBL-LNK-TO(WS-LNK-COUNT)
           END-IF.
      *****************************************************
      *  RECEIPT CHECK.  ONE PASS OF AGYINV.DAT THROUGH     *
      *  INBDREG - AGENCY, INVOICE NUMBER, WORKER AND MONTH *
      *  AS THE KEY, THE LINE AMOUNT AS THE AMOUNT.  A      *
      *  REPEAT LOADS NO LINES, SO NOTHING REACHES THE AP   *
      *  FEED A SECOND TIME.                                *
      *****************************************************
       1280-CHECK-RECEIPT-PARA.
           MOVE 'S'          TO IBQ-FUNCTION
           MOVE 'AGYINV'     TO IBQ-SOURCE
           MOVE 'AGYINV.DAT' TO IBQ-FILE
           MOVE 'EMPAGYMT'   TO IBQ-PGM
           CALL 'INBDREG' USING INBDREG-REQUEST
           OPEN INPUT INVOICE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1290-HASH-INVOICE-PARA UNTIL END-OF-INVOICES
               CLOSE INVOICE-FILE
               MOVE 'N' TO WS-INV-EOF-FLAG
               MOVE 'C' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
               IF IBQ-REPEAT
                   MOVE 'Y' TO WS-INV-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1290-HASH-INVOICE-PARA.
           READ INVOICE-FILE INTO AGENCY-INVOICE-RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   MOVE 'A' TO IBQ-FUNCTION
                   MOVE AGENCY-INVOICE-RECORD(1:27) TO IBQ-KEY
                   IF AGI-AMOUNT NUMERIC
                       MOVE AGI-AMOUNT TO IBQ-AMOUNT
                   ELSE
                       MOVE ZERO TO IBQ-AMOUNT
                   END-IF
                   CALL 'INBDREG' USING INBDREG-REQUEST
           END-READ.
      *****************************************************
      *  THE INVOICE LINES ARE TAKEN INTO A TABLE FIRST SO  *
      *  ONE PASS OF THE APPROVAL HISTORY CAN TOTAL THE     *
      *  APPROVED HOURS FOR EVERY WORKER AND MONTH BILLED.  *
      *  A LINE BEYOND THE TABLE IS HELD FOR RESUBMISSION.  *
      *****************************************************
       1300-LOAD-INVOICES-PARA.
           PERFORM 1280-CHECK-RECEIPT-PARA
           OPEN INPUT INVOICE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1350-READ-INVOICE-PARA UNTIL END-OF-INVOICES
               CLOSE INVOICE-FILE
           ELSE
               DISPLAY 'AGYINV.DAT NOT AVAILABLE - NO AGENCY '
                   'INVOICES TO MATCH'
           END-IF.
       1350-READ-INVOICE-PARA.
           READ INVOICE-FILE INTO AGENCY-INVOICE-RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
                   IF WS-INV-COUNT < 500
                       PERFORM 1360-ADD-INVOICE-PARA
                   ELSE
                       MOVE ZERO TO WS-APPR-HOURS WS-CONTRACT-RATE
                       MOVE 'TABLE FULL' TO WS-HOLD-REASON
                       PERFORM 3800-HOLD-LINE-PARA
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1360-ADD-INVOICE-PARA.
           ADD 1 TO WS-INV-COUNT
           MOVE AGENCY-INVOICE-RECORD
                               TO TBL-INV-LINE(WS-INV-COUNT)
           MOVE AGI-EMP-ID     TO TBL-INV-EMP-ID(WS-INV-COUNT)
           MOVE ZERO           TO TBL-INV-HOURS(WS-INV-COUNT)
                                  TBL-INV-PERIOD(WS-INV-COUNT)
           IF AGI-AGENCY = SPACES OR AGI-EMP-ID = SPACES
               OR AGI-INVOICE-NO = SPACES
               OR AGI-PERIOD NOT NUMERIC OR AGI-HOURS NOT NUMERIC
               OR AGI-RATE NOT NUMERIC OR AGI-AMOUNT NOT NUMERIC
               MOVE 'N' TO TBL-INV-VALID(WS-INV-COUNT)
           ELSE
               MOVE 'Y' TO TBL-INV-VALID(WS-INV-COUNT)
               MOVE AGI-PERIOD TO TBL-INV-PERIOD(WS-INV-COUNT)
           END-IF.
       1400-LOAD-HOURS-PARA.
           IF WS-INV-COUNT > ZERO
               OPEN INPUT APPR-HIST-FILE
               IF WS-FILE-STAT2 = '00'
                   PERFORM 1450-READ-HISTORY-PARA
                       UNTIL END-OF-HISTORY
                   CLOSE APPR-HIST-FILE
               ELSE
                   DISPLAY 'TCAPHIST.DAT NOT PRESENT - NO APPROVED '
                       'HOURS, EVERY LINE WILL BE HELD'
               END-IF
           END-IF.
       1450-READ-HISTORY-PARA.
           READ APPR-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HST-HOURS NUMERIC
                       COMPUTE WS-HST-PERIOD =
                           (HST-WORK-YR * 100) + HST-WORK-MM
                       PERFORM 1460-ADD-HOURS-PARA
                           VARYING WS-ISUB FROM 1 BY 1
                           UNTIL WS-ISUB > WS-INV-COUNT
                   END-IF
           END-READ.
       1460-ADD-HOURS-PARA.
           IF TBL-INV-EMP-ID(WS-ISUB) = HST-EMP-ID
               AND TBL-INV-PERIOD(WS-ISUB) = WS-HST-PERIOD
               ADD HST-HOURS TO TBL-INV-HOURS(WS-ISUB)
           END-IF.
      *****************************************************
      *  THE MATCH.  THE FIRST FAILED TEST HOLDS THE LINE:  *
      *  THE WORKER MUST BE LINKED TO THE AGENCY FOR THE    *
      *  MONTH, THE MONTH MUST NOT ALREADY HAVE BEEN        *
      *  INVOICED FOR THAT WORKER (AGYINVH.DAT), THE RATE   *
      *  MUST NOT EXCEED THE CONTRACTED RATE, THE HOURS     *
      *  MUST NOT EXCEED THE APPROVED HOURS PLUS THE HOURS  *
      *  TOLERANCE, AND THE AMOUNT MUST BE HOURS X RATE     *
      *  WITHIN THE AMOUNT TOLERANCE.  A LINE PASSING THEM  *
      *  ALL IS APPROVED FOR PAYMENT.                       *
      *****************************************************
       3000-MATCH-LINE-PARA.
           MOVE TBL-INV-LINE(WS-ISUB) TO AGENCY-INVOICE-RECORD
           MOVE TBL-INV-HOURS(WS-ISUB) TO WS-APPR-HOURS
           MOVE ZERO   TO WS-CONTRACT-RATE
           MOVE SPACES TO WS-HOLD-REASON
           IF TBL-INV-VALID(WS-ISUB) NOT = 'Y'
               MOVE 'INVALID LINE' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 3100-FIND-LINK-PARA
           END-IF
           IF WS-HOLD-REASON = SPACES
               MOVE AGI-EMP-ID TO AIH-EMP-ID
               MOVE AGI-PERIOD TO AIH-PERIOD
               READ INV-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY INVOICED' TO WS-HOLD-REASON
               END-READ
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 3300-CHECK-AMOUNTS-PARA
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 3500-APPROVE-LINE-PARA
           ELSE
               PERFORM 3800-HOLD-LINE-PARA
           END-IF.
      *****************************************************
      *  LINK FOR THIS AGENCY AND WORKER COVERING THE       *
      *  MONTH.  THE CONTRACTED RATE IS THE LINK'S OWN,     *
      *  ELSE THE CONTRACTOR'S ETY-PAY-RATE.                *
      *****************************************************
       3100-FIND-LINK-PARA.
           MOVE ZERO TO WS-LFIND
           PERFORM 3150-MATCH-LINK-PARA
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-LNK-COUNT OR WS-LFIND > 0
           IF WS-LFIND = ZERO
               MOVE 'NOT LINKED TO AGY' TO WS-HOLD-REASON
           ELSE
               MOVE TBL-LNK-RATE(WS-LFIND) TO WS-CONTRACT-RATE
               IF WS-CONTRACT-RATE = ZERO AND TYPE-FILE-OPEN
                   MOVE AGI-EMP-ID TO ETY-EMP-ID
                   READ EMPTYPE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ETY-CONTRACTOR
                               MOVE ETY-PAY-RATE TO WS-CONTRACT-RATE
                           END-IF
                   END-READ
               END-IF
               IF WS-CONTRACT-RATE = ZERO
                   MOVE 'NO CONTRACT RATE' TO WS-HOLD-REASON
               END-IF
           END-IF.
       3150-MATCH-LINK-PARA.
           IF TBL-LNK-AGENCY(WS-LSUB) = AGI-AGENCY
               AND TBL-LNK-EMP-ID(WS-LSUB) = AGI-EMP-ID
               AND TBL-LNK-FROM(WS-LSUB) NOT > AGI-PERIOD
               AND TBL-LNK-TO(WS-LSUB) NOT < AGI-PERIOD
               MOVE WS-LSUB TO WS-LFIND
           END-IF.
       3300-CHECK-AMOUNTS-PARA.
           COMPUTE WS-HOURS-LIMIT = WS-APPR-HOURS + WS-HOURS-TOL
           COMPUTE WS-EXPECTED-AMT ROUNDED = AGI-HOURS * AGI-RATE
           COMPUTE WS-AMOUNT-DIFF = AGI-AMOUNT - WS-EXPECTED-AMT
           EVALUATE TRUE
               WHEN AGI-RATE > WS-CONTRACT-RATE
                   MOVE 'RATE OVER CONTRACT' TO WS-HOLD-REASON
               WHEN AGI-HOURS > WS-HOURS-LIMIT
                   MOVE 'HOURS OVER APPROVED' TO WS-HOLD-REASON
               WHEN WS-AMOUNT-DIFF > WS-AMOUNT-TOL
                   MOVE 'AMOUNT MISMATCH' TO WS-HOLD-REASON
               WHEN WS-AMOUNT-DIFF < ZERO
                   AND (0 - WS-AMOUNT-DIFF) > WS-AMOUNT-TOL
                   MOVE 'AMOUNT MISMATCH' TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************
      *  APPROVED: RECORD THE MONTH AS INVOICED, THEN PASS  *
      *  THE LINE TO ACCOUNTS PAYABLE ON THE FEED.          *
      *****************************************************
       3500-APPROVE-LINE-PARA.
           MOVE SPACES       TO AGENCY-HIST-RECORD
           MOVE AGI-EMP-ID   TO AIH-EMP-ID
           MOVE AGI-PERIOD   TO AIH-PERIOD
           MOVE AGI-AGENCY   TO AIH-AGENCY
           MOVE AGI-INVOICE-NO TO AIH-INVOICE-NO
           MOVE AGI-HOURS    TO AIH-HOURS
           MOVE AGI-AMOUNT   TO AIH-AMOUNT
           MOVE WS-TODAY-NUM TO AIH-APPR-DATE
           WRITE AGENCY-HIST-RECORD
               INVALID KEY
                   MOVE 'ALREADY INVOICED' TO WS-HOLD-REASON
           END-WRITE
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 3800-HOLD-LINE-PARA
           ELSE
               MOVE AGI-AGENCY     TO FDR-AGENCY
               MOVE AGI-INVOICE-NO TO FDR-INVOICE-NO
               MOVE AGI-EMP-ID     TO FDR-EMP-ID
               MOVE AGI-PERIOD     TO FDR-PERIOD
               MOVE AGI-HOURS      TO FDR-HOURS
               MOVE AGI-AMOUNT     TO FDR-AMOUNT
               WRITE FEED-RECORD FROM FEED-DETAIL-REC
               ADD 1 TO WS-TOT-APPROVED
               ADD AGI-AMOUNT TO WS-APPROVED-AMT
               MOVE 'APPROVED' TO WS-HOLD-REASON
               PERFORM 3900-WRITE-DETAIL-PARA
           END-IF.
       3800-HOLD-LINE-PARA.
           MOVE SPACES           TO HELD-LINE-RECORD
           MOVE AGENCY-INVOICE-RECORD TO AHL-LINE
           MOVE WS-HOLD-REASON   TO AHL-REASON
           MOVE WS-APPR-HOURS    TO AHL-APPR-HOURS
           MOVE WS-CONTRACT-RATE TO AHL-CONTRACT-RATE
           MOVE WS-TODAY-NUM     TO AHL-DATE
           WRITE HELD-LINE-RECORD
           ADD 1 TO WS-TOT-HELD
           IF WS-HOLD-REASON = 'ALREADY INVOICED'
               ADD 1 TO WS-TOT-DUPLICATE
           END-IF
           IF AGI-AMOUNT NUMERIC
               ADD AGI-AMOUNT TO WS-HELD-AMT
           END-IF
           PERFORM 3900-WRITE-DETAIL-PARA.
       3900-WRITE-DETAIL-PARA.
           MOVE AGI-AGENCY     TO OUT-AGENCY
           MOVE AGI-INVOICE-NO TO OUT-INVOICE-NO
           MOVE AGI-EMP-ID     TO OUT-EMP-ID
           MOVE WS-APPR-HOURS  TO OUT-APPR-HOURS
           MOVE WS-HOLD-REASON TO OUT-RESULT
           IF AGI-PERIOD NUMERIC AND AGI-HOURS NUMERIC
               AND AGI-RATE NUMERIC AND AGI-AMOUNT NUMERIC
               MOVE AGI-PERIOD TO OUT-PERIOD
               MOVE AGI-HOURS  TO OUT-HOURS
               MOVE AGI-RATE   TO OUT-RATE
               MOVE AGI-AMOUNT TO OUT-AMOUNT
           ELSE
               MOVE ZERO TO OUT-PERIOD OUT-HOURS
                            OUT-RATE OUT-AMOUNT
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-APPROVED TO FTL-REC-COUNT
           MOVE WS-APPROVED-AMT TO FTL-TOT-AMOUNT
           WRITE FEED-RECORD FROM FEED-TRAILER-REC
           MOVE WS-TOT-APPROVED TO OUT-TOT-APPROVED
           MOVE WS-APPROVED-AMT TO OUT-APPROVED-AMT
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-HELD-AMT     TO OUT-HELD-AMT
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** AGENCY INVOICE MATCH SUMMARY **'
           DISPLAY 'LINES READ        : ', WS-TOT-READ
           DISPLAY 'APPROVED          : ', WS-TOT-APPROVED
           DISPLAY 'APPROVED AMOUNT   : ', WS-APPROVED-AMT
           DISPLAY 'HELD              : ', WS-TOT-HELD
           DISPLAY 'HELD AS DUPLICATE : ', WS-TOT-DUPLICATE
           DISPLAY 'HELD AMOUNT       : ', WS-HELD-AMT
           IF WS-TOT-HELD > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF INV-HIST-OPEN AND (IBQ-NEW OR IBQ-OVERRIDDEN)
               MOVE 'R' TO IBQ-FUNCTION
               CALL 'INBDREG' USING INBDREG-REQUEST
           END-IF
           IF TYPE-FILE-OPEN
               CLOSE EMPTYPE-FILE
           END-IF
           IF INV-HIST-OPEN
               CLOSE INV-HIST-FILE
           END-IF
           CLOSE HELD-FILE
                 FEED-FILE
                 REPORT-FILE.
