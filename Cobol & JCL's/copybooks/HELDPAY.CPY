      *  HELDPAY.CPY                                       *
      *  HELD-PAY RECORD (HELDPAY.DAT).  ONE RECORD PER     *
      *  AMOUNT THE SYSTEM IS HOLDING ON AN EMPLOYEE'S      *
      *  BEHALF INSTEAD OF PAYING OUT - A BANK CREDIT THE   *
      *  BANK RETURNED UNAPPLIED, WRITTEN BY EMPBKRET WHEN  *
      *  IT REVERSES THE RETURN OUT OF THE NIGHT'S          *
      *  BANKFILE.DAT FIGURES, OR A NET PAY EMPBANK KEPT    *
      *  OFF THE BANK FILE BECAUSE THE EMPLOYEE IS ON A     *
      *  PAYMENT HOLD (PAYHOLD.DAT).  PAYROLL WORKS A       *
      *  RETURNED CREDIT DOWN BY FIXING THE BANK DETAILS    *
      *  THROUGH BNKMAINT AND REPOSTING; A HELD NET IS PAID *
      *  WHEN PAYHMNT RELEASES THE HOLD.  HPY-SOURCE NAMES  *
      *  THE PROGRAM THAT HELD THE MONEY AND HPY-REASON     *
      *  WHY.                                               *
      *****************************************************
       01  HELD-PAY-RECORD.
           03  HPY-EMP-ID          PIC X(05).
