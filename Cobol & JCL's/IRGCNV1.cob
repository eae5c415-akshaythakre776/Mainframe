       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRGCNV1.
      *****************************************************
      *  ONE-TIME CONVERSION OF THE CLIENT INVOICE REGISTER *
      *  FROM THE OLD 40-BYTE SEQUENTIAL LAYOUT (INVOICE    *
      *  NUMBER, DATE, CLIENT, AMOUNT) TO THE 100-BYTE      *
      *  INVREG LAYOUT THAT CARRIES THE CASH, CREDIT AND    *
      *  PURCHASE-ORDER FIELDS OF THE OPEN-ITEM LEDGER.     *
      *  RUN BY THE EMPCONV7 INSTALL JOB BETWEEN THE UNLOAD *
      *  AND RELOAD STEPS - READS THE OLD-FORMAT SEQUENTIAL *
      *  COPY (IRGOLD.DAT) AND WRITES THE NEW-FORMAT        *
      *  SEQUENTIAL FILE (IRGNEW.DAT) FOR LOADING INTO THE  *
      *  INDEXED REGISTER.  EVERY EXISTING INVOICE IS       *
      *  CARRIED AS AN OPEN ITEM WITH NOTHING PAID OR       *
      *  CREDITED AND NO PURCHASE ORDER, SO THE RECEIPTS    *
      *  APPLICATION (EMPRCPT) CAN SETTLE IT AND THE AGED-  *
      *  DEBTORS REPORT (EMPARAGE) SHOWS IT UNTIL IT DOES.  *
      *  THE OLD REGISTER WAS APPENDED IN INVOICE-NUMBER    *
      *  ORDER; A RECORD OUT OF SEQUENCE OR REPEATED WOULD  *
      *  FAIL THE KEYED LOAD, SO IT IS LISTED AND NOT       *
      *  WRITTEN AND THE RUN ENDS RC=8, WHICH HOLDS BACK    *
      *  THE RELOAD UNTIL THE OLD REGISTER IS PUT RIGHT.    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REG-FILE ASSIGN TO 'IRGOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-REG-FILE ASSIGN TO 'IRGNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-REG-RECORD.
           03  OLD-INVOICE-NO      PIC 9(06).
           03  OLD-DATE            PIC 9(08).
           03  OLD-CLIENT          PIC X(08).
           03  OLD-AMOUNT          PIC 9(9)V99.
           03  FILLER              PIC X(07).
       FD  NEW-REG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY INVREG.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-LAST-INVOICE-NO      PIC 9(06) VALUE ZERO.
       01  WS-TOT-CONVERTED        PIC 9(07) VALUE ZERO.
       01  WS-TOT-SKIPPED          PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           OPEN INPUT OLD-REG-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'IRGOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-REG-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-REG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           IF OLD-INVOICE-NO NOT > WS-LAST-INVOICE-NO
               DISPLAY 'INVOICE ' OLD-INVOICE-NO
                   ' OUT OF SEQUENCE OR REPEATED - NOT LOADED'
               ADD 1 TO WS-TOT-SKIPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES         TO INVREG-RECORD
               MOVE OLD-INVOICE-NO TO IRG-INVOICE-NO
               MOVE OLD-DATE       TO IRG-DATE
               MOVE OLD-CLIENT     TO IRG-CLIENT
               MOVE OLD-AMOUNT     TO IRG-AMOUNT
               MOVE ZERO           TO IRG-PAID-AMT
                                      IRG-CREDIT-AMT
                                      IRG-LAST-RCPT-DATE
                                      IRG-LAST-CRN-NO
                                      IRG-REPLACES-INV
               MOVE 'O'            TO IRG-PAY-STATUS
               WRITE INVREG-RECORD
               MOVE OLD-INVOICE-NO TO WS-LAST-INVOICE-NO
               ADD 1 TO WS-TOT-CONVERTED
           END-IF
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-REG-FILE
                     NEW-REG-FILE
           END-IF
           DISPLAY 'INVOICES CONVERTED AS OPEN ITEMS: '
               WS-TOT-CONVERTED
           DISPLAY 'INVOICES NOT LOADED             : '
               WS-TOT-SKIPPED.
