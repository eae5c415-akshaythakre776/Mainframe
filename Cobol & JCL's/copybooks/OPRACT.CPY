      *****************************************************
      *  OPRACT.CPY                                        *
      *  OPERATOR ACTION JOURNAL RECORD (OPRACT.DAT).  ONE  *
      *  RECORD IS APPENDED THROUGH THE SHARED OPRACTW      *
      *  SUBPROGRAM FOR EVERY ACTION THAT SEGREGATION OF    *
      *  DUTIES CARES ABOUT - 'KT' A KEYED TRANSACTION AS   *
      *  EMPTRNRL RELEASES OR HOLDS IT (OPERATOR IS THE     *
      *  BATCH ORIGINATOR), 'AB' A DUAL-CONTROL BATCH       *
      *  APPROVAL IN EMPMAINT, 'TA' A TIMECARD APPROVAL IN  *
      *  EMPTCAPP, 'BK' A BANK DETAIL TRANSACTION IN        *
      *  BNKMAINT, 'PH' A PAYMENT HOLD PLACED OR RELEASED   *
      *  IN PAYHMNT, 'PS' A PAY-STRUCTURE COMPONENT SET OR  *
      *  ENDED IN PAYSMNT AND 'DC' A DISCIPLINARY CASE      *
      *  OPENED, DECIDED OR WITHDRAWN IN EMPDISC.  OPA-DATE *
      *  AND OPA-TIME ARE STAMPED BY OPRACTW ITSELF.        *
      *  OPA-BATCH-ID IS THE BATCH THE ACTION BELONGS TO    *
      *  AND OPA-REL-BATCH-ID THE EMPTRNRL RELEASE BATCH    *
      *  EMPMAINT APPLIED OR WILL APPLY IT UNDER.           *
      *  OPA-DETAIL CARRIES THE OUTCOME, OR THE ORIGINATOR  *
      *  OF AN APPROVED BATCH.  EMPSOD CHECKS THE MONTH'S   *
      *  JOURNAL FOR SEGREGATION-OF-DUTIES BREACHES.        *
      *****************************************************
       01  OPR-ACTION-RECORD.
           03  OPA-OPERATOR        PIC X(08).
           03  OPA-DATE            PIC 9(08).
           03  OPA-TIME            PIC 9(06).
           03  OPA-ACTION          PIC X(02).
               88  OPA-KEYED-TRAN             VALUE 'KT'.
               88  OPA-BATCH-APPROVAL         VALUE 'AB'.
               88  OPA-TIMECARD-APPROVAL      VALUE 'TA'.
               88  OPA-BANK-CHANGE            VALUE 'BK'.
               88  OPA-PAY-HOLD               VALUE 'PH'.
               88  OPA-PAY-STRUCTURE          VALUE 'PS'.
               88  OPA-DISC-CASE              VALUE 'DC'.
           03  OPA-PROGRAM         PIC X(08).
           03  OPA-BATCH-ID        PIC X(08).
           03  OPA-REL-BATCH-ID    PIC X(08).
           03  OPA-EMP-ID          PIC X(05).
           03  OPA-TRAN-CODE       PIC X(01).
           03  OPA-AMOUNT          PIC 9(05)V99.
           03  OPA-EFF-DATE        PIC 9(08).
           03  OPA-DETAIL          PIC X(11).
