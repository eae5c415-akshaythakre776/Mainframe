      *  EFFECT.  EMPTRNRL HOLDS FUTURE-DATED TRANSACTIONS *
      *  ON PENDTRAN.DAT AND RELEASES THEM TO EMPMAINT ON  *
      *  OR AFTER THAT DATE; ZERO MEANS EFFECTIVE AT ONCE. *
      *  A 'K' CERTIFICATION TRANSACTION MOVES ONLY        *
      *  EMP-CERT-EXP-DATE.  IT HAS NO USE FOR A DATE OF   *
      *  BIRTH, SO THE NEW EXPIRY DATE RIDES IN THAT SLOT  *
      *  (TRAN-EMP-CERT-EXP-DATE) AND THE RECORD KEEPS     *
      *  ITS LENGTH.  EMPTRAIN GENERATES THEM FROM POSTED  *
      *  COURSE COMPLETIONS.                               *
      *  A 'D' TERMINATION HAS NO USE FOR EMP-TECH EITHER, *
      *  SO ITS TERMINATION REASON RIDES IN THE FIRST TWO  *
      *  BYTES OF THAT SLOT (TRAN-TERM-REASON); EMPMAINT   *
      *  REJECTS A 'D' WITHOUT A VALID ONE.  RS AND RT     *
      *  ARE VOLUNTARY LEAVING, THE REST INVOLUNTARY.      *
      *  THE 'C' PAYSMNT PARKS WHEN AN EMPLOYEE'S PAY      *
      *  COMPONENTS RE-TOTAL CARRIES '*PSTR' IN THE SAME   *
      *  SLOT (TRAN-STRUCT-RETOTAL); EMPMAINT TAKES ONLY   *
      *  EMP-EARN FROM IT.  ANY OTHER CHANGE OR REHIRE     *
      *  THAT WOULD MOVE EMP-EARN AWAY FROM THE COMPONENTS *
      *  IN FORCE IS REJECTED - A STRUCTURED EMPLOYEE'S    *
      *  PAY MOVES THROUGH STRTRAN.DAT.                    *
      *****************************************************
       01  TRAN-RECORD.
           03  TRAN-CODE           PIC X(01).
               88  TRAN-TRANSFER               VALUE 'X'.
               88  TRAN-REHIRE                 VALUE 'R'.
               88  TRAN-CONFIRM                VALUE 'F'.
               88  TRAN-CERTIFY                VALUE 'K'.
               88  TRAN-BATCH-HEADER           VALUE 'H'.
               88  TRAN-BATCH-TRAILER          VALUE 'T'.
           03  TRAN-EMP-ID         PIC X(05).
           03  TRAN-EMP-NAME       PIC X(15).
           03  TRAN-EMP-LOC        PIC X(03).
           03  TRAN-EMP-TECH       PIC X(05).
           03  TRAN-TERM-DATA REDEFINES TRAN-EMP-TECH.
               05  TRAN-TERM-REASON    PIC X(02).
                   88  TRAN-TERM-RESIGNED      VALUE 'RS'.
                   88  TRAN-TERM-DISMISSED     VALUE 'DM'.
                   88  TRAN-TERM-REDUNDANT     VALUE 'RD'.
                   88  TRAN-TERM-RETIRED       VALUE 'RT'.
                   88  TRAN-TERM-END-CONTRACT  VALUE 'EC'.
                   88  TRAN-TERM-DEATH         VALUE 'DE'.
                   88  TRAN-TERM-REASON-VALID  VALUE 'RS' 'DM'
                                                     'RD' 'RT'
                                                     'EC' 'DE'.
               05  FILLER              PIC X(03).
           03  TRAN-RETOTAL-DATA REDEFINES TRAN-EMP-TECH.
               05  TRAN-EARN-SOURCE    PIC X(05).
                   88  TRAN-STRUCT-RETOTAL     VALUE '*PSTR'.
           03  TRAN-EMP-DOB.
                05  TRAN-EMP-YR    PIC 9(04).
                05  TRAN-EMP-MM    PIC 9(02).
                05  TRAN-EMP-DD    PIC 9(02).
           03  TRAN-EMP-CERT-EXP-DATE REDEFINES TRAN-EMP-DOB
                                   PIC 9(08).
           03  TRAN-EMP-EARN       PIC 9(5)V99.
           03  TRAN-EMP-DEDN       PIC 9(5)V99.
           03  TRAN-EMP-HIRE-DATE.
