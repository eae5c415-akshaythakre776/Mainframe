      *  HISTORY FOR THE YEAR IS LISTED AS AN EXCEPTION     *
      *  RATHER THAN GETTING A ZERO CERTIFICATE.  OUTPUT    *
      *  ON TAXCERT.DAT.                                    *
      *  WHERE THE TAXDECL.DAT DECLARATION MASTER IS        *
      *  PRESENT, THE CERTIFICATE ALSO SHOWS THE TAX-SAVING *
      *  RELIEF EMPPAY ALLOWED OVER THE YEAR - THE PROVED   *
      *  AMOUNTS ONCE EMPTXPRF HAS RUN - SO THE FIGURE      *
      *  FILED AGREES WITH THE TAX WITHHELD.                *
      *  WHERE THE PERKMAST.DAT PERQUISITE MASTER IS        *
      *  PRESENT, THE CERTIFICATE SHOWS THE TAXABLE         *
      *  PERQUISITES EMPPAY TAXED IN THE YEAR AND THE GROSS *
      *  PLUS PERQUISITES, SINCE THE TAX WITHHELD WAS       *
      *  WORKED ON BOTH.  THE YEAR'S FIGURE IS STILL ON THE *
      *  PERK AFTER THE FIRST RUN OF THE NEXT YEAR, AS ITS  *
      *  PRIOR-YEAR TOTAL.                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT TAX-DECL-FILE ASSIGN TO 'TAXDECL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TDC-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT PERK-FILE ASSIGN TO 'PERKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRK-KEY
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  CERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-RECORD             PIC X(80).
       FD  TAX-DECL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXDECL.
       FD  PERK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PERKMAST.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-DECL-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  DECL-FILE-OPEN                VALUE 'Y'.
       01  WS-DECL-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-DECLS                  VALUE 'Y'.
       01  WS-ANN-RELIEF           PIC S9(09)V99 VALUE ZERO.
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-PERK-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PERK-FILE-OPEN                VALUE 'Y'.
       01  WS-PERK-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PERKS                  VALUE 'Y'.
       01  WS-ANN-PERKS            PIC 9(09)V99 VALUE ZERO.
       01  WS-ANN-GROSS-PERKS      PIC 9(09)V99 VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
               'ANNUAL NET PAY          '.
           03  OUT-ANN-NET         PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  CERT-RELIEF-LINE.
           03  FILLER              PIC X(24) VALUE
               'TAX-SAVING RELIEF GIVEN '.
           03  OUT-ANN-RELIEF      PIC Z,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(43) VALUE SPACES.
       01  CERT-PERK-LINE.
           03  FILLER              PIC X(24) VALUE
               'TAXABLE PERQUISITES     '.
           03  OUT-ANN-PERKS       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  CERT-GROSS-PERK-LINE.
           03  FILLER              PIC X(24) VALUE
               'GROSS PLUS PERQUISITES  '.
           03  OUT-ANN-GROSS-PERKS PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(44) VALUE SPACES.
       01  CERT-FOOT-LINE          PIC X(80) VALUE
           'ISSUED FROM THE PAY-HISTORY MASTER - RETAIN FOR TAX FILIN
      -    'G'.
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT TAX-DECL-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-DECL-OPEN-FLAG
           END-IF
           OPEN INPUT PERK-FILE
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-PERK-OPEN-FLAG
           END-IF
           OPEN OUTPUT CERT-FILE
           PERFORM 1500-READ-MASTER-PARA.
       1500-READ-MASTER-PARA.
       2000-PROCESS-PARA.
           PERFORM 2100-SUM-HISTORY-PARA
           IF WS-PERIODS-PAID > ZERO
               IF DECL-FILE-OPEN
                   PERFORM 2250-SUM-RELIEF-PARA
               END-IF
               IF PERK-FILE-OPEN
                   PERFORM 2270-SUM-PERKS-PARA
               END-IF
               PERFORM 2300-LOOKUP-LOCATION-PARA
               PERFORM 2400-PRINT-CERT-PARA
               ADD 1 TO WS-TOT-CERTS
      *  SUM THE EMPLOYEE'S PAYHIST RECORDS FOR THE         *
      *  CERTIFICATE YEAR BY STARTING AT EMP-ID/YYYY01 AND  *
      *  READING FORWARD UNTIL THE KEY LEAVES THE YEAR.     *
      *  A REVERSAL ENTRY CARRIES NEGATED AMOUNTS AND TAKES *
      *  ITS PERIOD BACK OUT OF THE PERIODS-PAID COUNT.     *
      *****************************************************
       2100-SUM-HISTORY-PARA.
           MOVE ZERO TO WS-ANN-GROSS WS-ANN-TAX WS-ANN-NET
           MOVE 'N'  TO WS-HIST-EOF-FLAG
           MOVE EMP-ID TO PH-EMP-ID
           COMPUTE PH-PERIOD = (WS-CERT-YEAR * 100) + 1
           MOVE ZERO TO PH-SEQ
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                       OR PH-PERIOD > (WS-CERT-YEAR * 100) + 99
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   ELSE
                       ADD PH-GROSS TO WS-ANN-GROSS
                       ADD PH-TAX   TO WS-ANN-TAX
                       ADD PH-NET   TO WS-ANN-NET
                       IF PH-REVERSAL
                           SUBTRACT 1 FROM WS-PERIODS-PAID
                       ELSE
                           ADD 1 TO WS-PERIODS-PAID
                       END-IF
                   END-IF
           END-READ.
       2250-SUM-RELIEF-PARA.
           MOVE ZERO TO WS-ANN-RELIEF
           MOVE 'N'  TO WS-DECL-EOF-FLAG
           MOVE EMP-ID       TO TDC-EMP-ID
           MOVE WS-CERT-YEAR TO TDC-YEAR
           MOVE LOW-VALUES   TO TDC-SECTION
           START TAX-DECL-FILE KEY NOT < TDC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DECL-EOF-FLAG
           END-START
           PERFORM 2260-SUM-ONE-DECL-PARA UNTIL END-OF-DECLS.
       2260-SUM-ONE-DECL-PARA.
           READ TAX-DECL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DECL-EOF-FLAG
               NOT AT END
                   IF TDC-EMP-ID NOT = EMP-ID
                       OR TDC-YEAR NOT = WS-CERT-YEAR
                       MOVE 'Y' TO WS-DECL-EOF-FLAG
                   ELSE
                       ADD TDC-RELIEF-YTD TO WS-ANN-RELIEF
                   END-IF
           END-READ.
      *****************************************************
      *  A PERK'S YEAR IS EITHER ITS CURRENT YEAR OR, ONCE  *
      *  EMPPAY HAS RUN IN THE NEXT YEAR, ITS PRIOR YEAR.   *
      *****************************************************
       2270-SUM-PERKS-PARA.
           MOVE ZERO   TO WS-ANN-PERKS
           MOVE 'N'    TO WS-PERK-EOF-FLAG
           MOVE EMP-ID TO PRK-EMP-ID
           MOVE ZERO   TO PRK-NO
           START PERK-FILE KEY NOT < PRK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
           END-START
           PERFORM 2280-SUM-ONE-PERK-PARA UNTIL END-OF-PERKS
           COMPUTE WS-ANN-GROSS-PERKS = WS-ANN-GROSS + WS-ANN-PERKS.
       2280-SUM-ONE-PERK-PARA.
           READ PERK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
               NOT AT END
                   IF PRK-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-PERK-EOF-FLAG
                   ELSE
                       IF PRK-YTD-YEAR = WS-CERT-YEAR
                           ADD PRK-TAXED-YTD TO WS-ANN-PERKS
                       ELSE
                           IF PRK-PRIOR-YEAR = WS-CERT-YEAR
                               ADD PRK-PRIOR-YTD TO WS-ANN-PERKS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2300-LOOKUP-LOCATION-PARA.
           WRITE CERT-RECORD
           WRITE CERT-RECORD FROM CERT-PERIODS-LINE
           WRITE CERT-RECORD FROM CERT-GROSS-LINE
           IF PERK-FILE-OPEN
               MOVE WS-ANN-PERKS       TO OUT-ANN-PERKS
               MOVE WS-ANN-GROSS-PERKS TO OUT-ANN-GROSS-PERKS
               WRITE CERT-RECORD FROM CERT-PERK-LINE
               WRITE CERT-RECORD FROM CERT-GROSS-PERK-LINE
           END-IF
           IF DECL-FILE-OPEN
               MOVE WS-ANN-RELIEF TO OUT-ANN-RELIEF
               WRITE CERT-RECORD FROM CERT-RELIEF-LINE
           END-IF
           WRITE CERT-RECORD FROM CERT-TAX-LINE
           WRITE CERT-RECORD FROM CERT-NET-LINE
           WRITE CERT-RECORD FROM CERT-FOOT-LINE
                 CERT-FILE
           IF WS-FILE-STAT2 = '00' OR WS-FILE-STAT2 = '10'
               CLOSE PAYHIST-FILE
           END-IF
           IF DECL-FILE-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           IF PERK-FILE-OPEN
               CLOSE PERK-FILE
           END-IF.
