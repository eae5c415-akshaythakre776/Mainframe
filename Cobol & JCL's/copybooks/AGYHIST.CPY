      *****************************************************
      *  AGYHIST.CPY                                       *
      *  AGENCY INVOICE HISTORY (AGYINVH.DAT, INDEXED ON    *
      *  AIH-KEY - EMP-ID AND MONTH WORKED).  EMPAGYMT      *
      *  WRITES ONE RECORD FOR EVERY INVOICE LINE IT        *
      *  APPROVES FOR PAYMENT, SO A SECOND INVOICE FOR THE  *
      *  SAME WORKER AND MONTH - FROM THE SAME AGENCY OR    *
      *  ANOTHER - IS HELD AS ALREADY INVOICED INSTEAD OF   *
      *  BEING PAID TWICE.                                  *
      *****************************************************
       01  AGENCY-HIST-RECORD.
           03  AIH-KEY.
               05  AIH-EMP-ID      PIC X(05).
               05  AIH-PERIOD      PIC 9(06).
           03  AIH-AGENCY          PIC X(06).
           03  AIH-INVOICE-NO      PIC X(10).
           03  AIH-HOURS           PIC 9(3)V9.
           03  AIH-AMOUNT          PIC 9(7)V99.
           03  AIH-APPR-DATE       PIC 9(08).
           03  FILLER              PIC X(12).
