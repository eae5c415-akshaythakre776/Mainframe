      *  ENROLLMENT-AND-PREMIUM FEED (INSFEED.DAT) GOES TO  *
      *  THE CARRIER WITH HEADER/TRAILER CONTROLS AND THE   *
      *  XMITGEN GENERATION NUMBER, LIKE THE BANK FILE.     *
      *  THE PLAN PRICED IS THE ONE IN FORCE ON THE RUN     *
      *  DATE: AN OPEN-ENROLMENT ELECTION LOADED AHEAD OF   *
      *  THE NEW PLAN YEAR LEAVES THE EMPLOYEE ON THEIR     *
      *  PRIOR PLAN UNTIL ITS EFFECTIVE DATE.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  INR-AGE-TO          PIC 9(02).
           03  INR-PREMIUM         PIC 9(5)V99.
       FD  PLAN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY INSPLAN.
       FD  INSDED-FILE
           RECORD CONTAINS 15 CHARACTERS.
       COPY DEDDETL.
           PERFORM 1500-READ-DEPENDENT-PARA.
      *****************************************************
      *  ONE DEPENDENT: AGE FROM DPN-DOB, PLAN FROM THE     *
      *  EMPLOYEE'S INSPLAN RECORD (ELSE STD) - THE PRIOR   *
      *  PLAN WHILE A NEW ELECTION IS NOT YET EFFECTIVE -   *
      *  PREMIUM FROM THE FIRST RATE ROW WHOSE AGE BAND     *
      *  FITS.                                              *
      *****************************************************
       2100-PRICE-DEPENDENT-PARA.
           MOVE DPN-DOB TO WS-DOB-R
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IPL-EFF-DATE > WS-TODAY-NUM
                           IF IPL-PRIOR-PLAN NOT = SPACES
                               MOVE IPL-PRIOR-PLAN TO WS-PLAN
                           END-IF
                       ELSE
                           MOVE IPL-PLAN TO WS-PLAN
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-DEP-PREMIUM
