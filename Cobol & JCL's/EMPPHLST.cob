      *  NET - WITH A PER-EMPLOYEE TOTAL LINE AND GRAND     *
      *  TOTALS, SO PAYROLL AND THE AUDITORS CAN ANSWER     *
      *  "WHAT WAS E1001 PAID IN JUNE" FROM ONE REPORT.     *
      *  A REVERSAL ENTRY LEFT BY EMPPAYRV PRINTS WITH ITS  *
      *  NEGATED AMOUNTS AND A REV MARKER, SO A BACKED-OUT  *
      *  PERIOD NETS TO ZERO IN THE EMPLOYEE TOTAL.         *
      *  THE EMPPHLST-EMP-ID ENVIRONMENT SWITCH LIMITS THE  *
      *  LISTING TO ONE EMPLOYEE (SAME CONVENTION AS THE    *
      *  READVSM2-MODE SWITCHES); LEFT UNSET IT LISTS THE   *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PERIOD          PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GROSS           PIC ZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TAX             PIC ZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DEDN            PIC ZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NET             PIC ZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-ENTRY-FLAG      PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(16) VALUE SPACES.
       01  EMPTOTAL-LINE.
           03  FILLER              PIC X(14) VALUE
               'EMPLOYEE TOTAL'.
           MOVE PH-TAX    TO OUT-TAX
           MOVE PH-DEDN   TO OUT-DEDN
           MOVE PH-NET    TO OUT-NET
           IF PH-REVERSAL
               MOVE 'REV'  TO OUT-ENTRY-FLAG
           ELSE
               MOVE SPACES TO OUT-ENTRY-FLAG
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1        TO WS-TOT-LISTED
           ADD PH-GROSS TO WS-EMP-GROSS WS-GRAND-GROSS
