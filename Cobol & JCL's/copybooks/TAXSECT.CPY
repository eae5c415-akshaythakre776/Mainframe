      *****************************************************
      *  TAXSECT.CPY                                       *
      *  TAX-SAVING SECTION LIMITS TABLE RECORD             *
      *  (TAXSECT.DAT).  ONE RECORD PER SECTION UNDER WHICH *
      *  AN EMPLOYEE MAY DECLARE TAX-SAVING OUTGOINGS -     *
      *  INVESTMENTS, INSURANCE PREMIUMS, HOUSING RENT -    *
      *  WITH THE ANNUAL CEILING THE RELIEF IS CAPPED AT.   *
      *  MAINTAINED AS A FLAT TABLE FILE LIKE TAXBRKT.DAT   *
      *  SO A BUDGET CHANGE TO A LIMIT NEEDS NO RECOMPILE.  *
      *****************************************************
       01  TAX-SECTION-RECORD.
           03  TXS-CODE            PIC X(03).
           03  TXS-DESC            PIC X(20).
           03  TXS-LIMIT           PIC 9(7)V99.
