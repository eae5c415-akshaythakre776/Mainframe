      *              (EMPSPRED),                            *
      *         'SD' SHIFT/WEEKEND DIFFERENTIAL (EMPSHDIF), *
      *         'LC' LEAVE CARRY-OVER EXCESS PAYOUT         *
      *              (EMPLVYE),                             *
      *         'BN' DISCRETIONARY BONUS (EMPBONUS),        *
      *         'PR' PENSION OPT-OUT REFUND (EMPAENR),      *
      *         'LT' LATE TIMECARD ARREARS (EMPLTCRD).      *
      *  ADJ-AMOUNT IS SIGNED - A NEGATIVE ADJUSTMENT       *
      *  REDUCES GROSS, SO A DOWNWARD CORRECTION RIDES THE  *
      *  SAME STREAM AS ARREARS INSTEAD OF BEING FAKED BY   *
               88  ADJ-SPREAD                 VALUE 'SP'.
               88  ADJ-SHIFT-DIFF             VALUE 'SD'.
               88  ADJ-LEAVE-PAYOUT           VALUE 'LC'.
               88  ADJ-BONUS                  VALUE 'BN'.
               88  ADJ-PENSION-REFUND         VALUE 'PR'.
               88  ADJ-LATE-CARD              VALUE 'LT'.
           03  ADJ-PERIOD          PIC 9(06).
           03  ADJ-AMOUNT          PIC S9(7)V99.
