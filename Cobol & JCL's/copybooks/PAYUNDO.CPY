      *****************************************************
      *  PAYUNDO.CPY                                        *
      *  LEDGER BEFORE-IMAGE RECORD (PAYUNDO.DAT) FOR       *
      *  EMPPAY'S RESTART LOGIC.  THE FIRST TIME A FINAL OR *
      *  OFF-CYCLE RUN TOUCHES A LOAN (L), COURT-ORDER (G)  *
      *  OR RECOVERY-LEDGER (R) RECORD IT SAVES THE RECORD  *
      *  AS IT STOOD BEFORE THE RUN, OR NOTES THAT THE RUN  *
      *  CREATED IT (PUN-REMOVE).  A RESTART PUTS BACK      *
      *  EVERY IMAGE FOR AN EMP-ID PAST THE CHECKPOINT      *
      *  BEFORE IT CARRIES ON, SO NOBODY IS CHARGED A       *
      *  SECOND INSTALLMENT, RECOVERY OR ORDER TAKE FOR THE *
      *  PERIOD.  EACH FRESH COMMITTING RUN STARTS THE FILE *
      *  EMPTY AND A RUN THAT FINISHES EMPTIES IT AGAIN.    *
      *****************************************************
       01  PAY-UNDO-RECORD.
           03  PUN-KEY.
               05  PUN-LEDGER      PIC X(01).
                   88  PUN-LOAN               VALUE 'L'.
                   88  PUN-ORDER              VALUE 'G'.
                   88  PUN-RECOVERY           VALUE 'R'.
               05  PUN-REC-KEY.
                   07  PUN-EMP-ID  PIC X(05).
                   07  PUN-REF     PIC 9(02).
           03  PUN-ACTION          PIC X(01).
               88  PUN-RESTORE                VALUE 'R'.
               88  PUN-REMOVE                 VALUE 'D'.
           03  PUN-IMAGE           PIC X(60).
           03  FILLER              PIC X(11).
