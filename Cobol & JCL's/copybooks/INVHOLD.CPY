      *****************************************************
      *  INVHOLD.CPY                                       *
      *  HELD INVOICE LINE (INVHOLD.DAT).  WHEN AN INVOICE  *
      *  WOULD TAKE ITS PURCHASE ORDER PAST THE CEILING,    *
      *  EMPINVC DOES NOT ISSUE IT BUT KEEPS ITS PRICED     *
      *  LINES HERE FOR REVIEW.  THE NEXT EMPINVC RUN       *
      *  OFFERS THEM AGAIN, SO ONCE THE PO IS RAISED OR A   *
      *  NEW ONE IS ON POMAST.DAT THE HOURS ARE BILLED      *
      *  WITHOUT BEING RE-KEYED.  HLD-DATE IS THE DATE THE  *
      *  LINE WAS FIRST HELD.                               *
      *****************************************************
       01  HELD-LINE-RECORD.
           03  HLD-CLIENT          PIC X(08).
           03  HLD-PO-NUMBER       PIC X(12).
           03  HLD-EMP-ID          PIC X(05).
           03  HLD-TECH            PIC X(05).
           03  HLD-HOURS           PIC 9(5)V9.
           03  HLD-RATE            PIC 9(3)V99.
           03  HLD-EXT             PIC 9(9)V99.
           03  HLD-SOURCE          PIC X(01).
           03  HLD-DATE            PIC 9(08).
           03  FILLER              PIC X(19).
