      *****************************************************
      *  CLRREC.CPY                                        *
      *  EXIT CLEARANCE RECORD (CLRMAST.DAT, INDEXED ON    *
      *  CLR-EMP-ID).  EMPRESGN OPENS ONE WHEN A           *
      *  RESIGNATION IS ACCEPTED, WITH THE NOTICE PERIOD   *
      *  USED AND THE LAST WORKING DAY IT WORKED OUT, AND  *
      *  SIGNS OFF THE FOUR CHECKLIST ITEMS AS THE 'S'     *
      *  TRANSACTIONS ARRIVE.  ITEM 1 IS IT ACCESS         *
      *  REMOVED, ITEM 2 MANAGER HANDOVER, ITEM 3 FINANCE  *
      *  (ADVANCES, CARDS, EXPENSES) AND ITEM 4 HR (EXIT   *
      *  INTERVIEW, DOCUMENTS).  WHEN THE LAST ITEM IS     *
      *  SIGNED THE CLEARANCE IS COMPLETE.  EMPSETTL HOLDS *
      *  THE FINAL SETTLEMENT OF ANY LEAVER WHOSE          *
      *  CLEARANCE IS STILL OPEN.                          *
      *****************************************************
       01  CLEARANCE-RECORD.
           03  CLR-EMP-ID          PIC X(05).
           03  CLR-STATUS          PIC X(01).
               88  CLR-OPEN                   VALUE 'O'.
               88  CLR-COMPLETE               VALUE 'C'.
           03  CLR-RESIGN-DATE     PIC 9(08).
           03  CLR-NOTICE-DAYS     PIC 9(03).
           03  CLR-LAST-DAY        PIC 9(08).
           03  CLR-ITEMS.
               05  CLR-ITEM        OCCURS 4 TIMES.
                   07  CLR-ITEM-STATUS PIC X(01).
                       88  CLR-ITEM-OPEN          VALUE 'O'.
                       88  CLR-ITEM-SIGNED        VALUE 'S'.
                   07  CLR-ITEM-DATE   PIC 9(08).
                   07  CLR-ITEM-BY     PIC X(08).
           03  CLR-COMPLETE-DATE   PIC 9(08).
           03  FILLER              PIC X(19).
