      *****************************************************
      *  MANPAY.CPY                                        *
      *  MANUAL-PAYMENT MARKER CARD (MANPAY.DAT).  ONE     *
      *  CARD PER EMPLOYEE PAYROLL WANTS PAID BY CHEQUE    *
      *  ('C') OR PAYMENT ORDER ('P') INSTEAD OF BY BANK   *
      *  CREDIT.  EMPBANK KEEPS A MARKED EMPLOYEE OFF      *
      *  BANKFILE.DAT AND LISTS THE NET ON BANKEXC.DAT,    *
      *  AND EMPCHEQ TAKES THE METHOD FROM THE CARD WHEN   *
      *  IT ISSUES.  AN EMPLOYEE WITH NO CARD WHO REACHES  *
      *  EMPCHEQ GETS A CHEQUE.                            *
      *****************************************************
       01  MANUAL-PAY-RECORD.
           03  MP-EMP-ID           PIC X(05).
           03  MP-METHOD           PIC X(01).
               88  MP-CHEQUE                  VALUE 'C'.
               88  MP-PAY-ORDER               VALUE 'P'.
           03  MP-REASON           PIC X(20).
           03  FILLER              PIC X(04).
