      *****************************************************
      *  PERKVAL.CPY                                       *
      *  PERQUISITE VALUATION TABLE (PERKVAL.DAT), ONE      *
      *  RECORD PER PERK TYPE, TUNED WITHOUT A RECOMPILE    *
      *  LIKE THE TAX-BRACKET TABLE.  PVL-MONTHLY IS THE    *
      *  STANDARD MONTHLY TAXABLE VALUE FOR A PERK ON RULE  *
      *  'T'; PVL-PCT IS THE ANNUAL PERCENTAGE OF THE       *
      *  PERK'S COST TAXED FOR A PERK ON RULE 'P'.          *
      *  PVL-DESC IS THE NAME PRINTED ON THE PAY-SLIP AND   *
      *  THE REGISTER.                                      *
      *****************************************************
       01  PERK-VAL-RECORD.
           03  PVL-TYPE            PIC X(03).
           03  PVL-DESC            PIC X(20).
           03  PVL-PCT             PIC 9(2)V99.
           03  PVL-MONTHLY         PIC 9(5)V99.
           03  FILLER              PIC X(06).
