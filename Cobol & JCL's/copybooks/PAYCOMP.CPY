      *****************************************************
      *  PAYCOMP.CPY                                       *
      *  PAY COMPONENT MASTER (PAYCOMP.DAT).  ONE RECORD    *
      *  PER COMPONENT A SALARY CAN BE BUILT FROM - BASIC,  *
      *  HOUSING, TRANSPORT, SPECIAL AND SO ON - WITH THE   *
      *  NAME THE SLIP PRINTS AND FOUR Y/N SWITCHES SAYING  *
      *  WHETHER THE COMPONENT IS TAXABLE, CARRIES SOCIAL   *
      *  INSURANCE, IS PENSIONABLE AND COUNTS IN THE        *
      *  OVERTIME BASE.  A COMPONENT CODE NOT ON THE MASTER *
      *  IS TREATED AS TAXABLE, INSURABLE AND PENSIONABLE   *
      *  BUT OUTSIDE THE OVERTIME BASE, SO A MISSING ENTRY  *
      *  NEVER UNDER-DEDUCTS.                               *
      *****************************************************
       01  PAY-COMP-RECORD.
           03  PCM-CODE            PIC X(04).
           03  PCM-DESC            PIC X(20).
           03  PCM-TAXABLE         PIC X(01).
               88  PCM-IS-TAXABLE             VALUE 'Y'.
           03  PCM-SI              PIC X(01).
               88  PCM-IS-SI                  VALUE 'Y'.
           03  PCM-PENSION         PIC X(01).
               88  PCM-IS-PENSION             VALUE 'Y'.
           03  PCM-OT-BASE         PIC X(01).
               88  PCM-IN-OT-BASE             VALUE 'Y'.
           03  FILLER              PIC X(12).
