      *****************************************************
      *  AGYINV.CPY                                        *
      *  AGENCY INVOICE LINE (AGYINV.DAT).  ONE LINE PER    *
      *  WORKER PER INVOICE AS KEYED FROM THE AGENCY'S      *
      *  INVOICE: AGENCY CODE, THE AGENCY'S INVOICE NUMBER, *
      *  THE CONTRACTOR'S EMP-ID, THE MONTH WORKED          *
      *  (YYYYMM), AND THE HOURS, RATE AND AMOUNT CHARGED.  *
      *  EMPAGYMT MATCHES EACH LINE AGAINST OUR APPROVED    *
      *  HOURS AND THE CONTRACTED RATE BEFORE ACCOUNTS      *
      *  PAYABLE SEES IT.                                   *
      *****************************************************
       01  AGENCY-INVOICE-RECORD.
           03  AGI-AGENCY          PIC X(06).
           03  AGI-INVOICE-NO      PIC X(10).
           03  AGI-EMP-ID          PIC X(05).
           03  AGI-PERIOD          PIC 9(06).
           03  AGI-HOURS           PIC 9(3)V9.
           03  AGI-RATE            PIC 9(3)V99.
           03  AGI-AMOUNT          PIC 9(7)V99.
           03  FILLER              PIC X(05).
