      *  LOCATION-MASTER RECORD - ONE PER COMPANY OFFICE   *
      *  SITE.  REPLACES THE CALL TO CLOCPROG AS THE        *
      *  SOURCE OF THE LOCATION LOOKUP TABLE.               *
      *  LOCM-COMPANY IS THE LEGAL ENTITY THAT EMPLOYS AND  *
      *  PAYS THE STAFF AT THE SITE - A CODE ON THE COMPANY *
      *  MASTER (COMPMAST.DAT, COMPREC.CPY) - AND DRIVES    *
      *  THE PER-COMPANY JOURNALS AND BANK FILES.           *
      *****************************************************
       01  LOCM-RECORD.
           03  LOCM-CODE           PIC X(03).
           03  LOCM-ADDRESS        PIC X(40).
           03  LOCM-REGION         PIC X(04).
           03  LOCM-PHONE          PIC X(12).
           03  LOCM-COMPANY        PIC X(03).
