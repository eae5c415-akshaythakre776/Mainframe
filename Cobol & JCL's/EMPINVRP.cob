      *  INVOICE NUMBER; THIS STEP PULLS THE NUMBER NAMED   *
      *  BY INVOICE-NO IN THE ENVIRONMENT AND REPRINTS IT   *
      *  TO INVREPRT.DAT EXACTLY AS FIRST ISSUED - NO       *
      *  REPRICING, NO NEW NUMBER.  CREDIT NOTES AND        *
      *  REBILLS FROM EMPCRNT ARE ARCHIVED THE SAME WAY     *
      *  UNDER THEIR OWN NUMBERS AND REPRINT LIKE ANY       *
      *  INVOICE.                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
