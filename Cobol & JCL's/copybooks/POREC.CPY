      *****************************************************
      *  POREC.CPY                                         *
      *  CLIENT PURCHASE-ORDER MASTER RECORD (POMAST.DAT),  *
      *  KEYED ON PO-NUMBER.  ONE RECORD PER PO A CLIENT    *
      *  HAS ISSUED: THE CLIENT, THE PROJECT IT COVERS      *
      *  (SPACES = ANY OF THE CLIENT'S PROJECTS), THE       *
      *  DATES IT IS GOOD FOR AND ITS CEILING VALUE.        *
      *  POSITIONS 13-56 ARE MAINTAINED THROUGH REFMAINT    *
      *  (FILE 'O'); PO-CONSUMED AND PO-LAST-INV-NO ARE     *
      *  CARRIED BY EMPINVC AS INVOICES ARE ISSUED AGAINST  *
      *  THE PO AND BY EMPCRNT AS THEY ARE CREDITED.        *
      *****************************************************
       01  PO-RECORD.
           03  PO-NUMBER           PIC X(12).
           03  PO-CLIENT           PIC X(08).
           03  PO-PROJECT          PIC X(08).
           03  PO-START-DATE       PIC 9(08).
           03  PO-END-DATE         PIC 9(08).
           03  PO-CEILING          PIC 9(9)V99.
           03  PO-STATUS           PIC X(01).
               88  PO-OPEN                    VALUE 'A'.
               88  PO-CLOSED                  VALUE 'C'.
           03  PO-CONSUMED         PIC 9(9)V99.
           03  PO-LAST-INV-NO      PIC 9(06).
           03  FILLER              PIC X(07).
