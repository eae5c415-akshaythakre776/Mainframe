       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLKUP.
      *****************************************************
      *  SHARED DISCIPLINARY WARNING LOOKUP.  CALLED WITH A *
      *  DSCREQ.CPY BLOCK CARRYING AN EMP-ID AND A          *
      *  YYYYMMDD DATE; ANSWERS WITH THE HIGHEST WARNING    *
      *  LIVE ON THAT DATE FROM THE CASE REGISTER           *
      *  (DISCCASE.DAT) - A LIVE OR EXPIRED CASE DECIDED ON *
      *  OR BEFORE THE DATE WHOSE EXPIRY IS AFTER IT, SO A  *
      *  WARNING STOPS COUNTING ON ITS EXPIRY DATE WHETHER  *
      *  OR NOT EMPDISC HAS SWEPT IT YET, AND A PAST DATE   *
      *  SEES THE WARNINGS LIVE THEN.  WITHDRAWN CASES      *
      *  NEVER COUNT.  THE REGISTER IS OPENED ON THE FIRST  *
      *  CALL AND HELD, THE SAME CACHING IDEA AS PAYSTRLK.  *
      *  NO DISCCASE.DAT ANSWERS DSQ-FOUND 'N'.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISC-CASE-FILE ASSIGN TO 'DISCCASE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DCR-KEY
           FILE STATUS  IS WS-FILE-STAT1.
       DATA DIVISION.
       FILE SECTION.
       FD  DISC-CASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DISCCASE.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-LOADED-FLAG          PIC X(01) VALUE 'N'.
           88  REGISTER-LOADED               VALUE 'Y'.
       01  WS-DSC-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  DISC-FILE-OPEN                VALUE 'Y'.
       01  WS-DSC-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CASES                  VALUE 'Y'.
       LINKAGE SECTION.
       COPY DSCREQ.
       PROCEDURE DIVISION USING DISC-LOOKUP-REQUEST.
       0000-MAIN-PARA.
           IF NOT REGISTER-LOADED
               PERFORM 1000-OPEN-REGISTER-PARA
           END-IF
           MOVE 'N'    TO DSQ-FOUND
           MOVE ZERO   TO DSQ-WARN-LEVEL DSQ-EXPIRY-DATE
           MOVE SPACES TO DSQ-CASE-NO DSQ-OUTCOME
           IF DISC-FILE-OPEN
               PERFORM 2000-FIND-WARNING-PARA
           END-IF
           IF DSQ-WARN-LEVEL > ZERO
               MOVE 'Y' TO DSQ-FOUND
           END-IF
           GOBACK.
       1000-OPEN-REGISTER-PARA.
           MOVE 'Y' TO WS-LOADED-FLAG
           OPEN INPUT DISC-CASE-FILE
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-DSC-OPEN-FLAG
           END-IF.
      *****************************************************
      *  THE EMPLOYEE'S CASES COME TOGETHER IN CASE-NUMBER  *
      *  ORDER; EVERY ONE IS LOOKED AT AND THE HIGHEST      *
      *  LEVEL, THEN THE LATEST EXPIRY, IS KEPT.            *
      *****************************************************
       2000-FIND-WARNING-PARA.
           MOVE 'N'        TO WS-DSC-EOF-FLAG
           MOVE DSQ-EMP-ID TO DCR-EMP-ID
           MOVE LOW-VALUES TO DCR-CASE-NO
           START DISC-CASE-FILE KEY NOT < DCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSC-EOF-FLAG
           END-START
           PERFORM 2100-READ-CASE-PARA UNTIL END-OF-CASES.
       2100-READ-CASE-PARA.
           READ DISC-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DSC-EOF-FLAG
               NOT AT END
                   IF DCR-EMP-ID NOT = DSQ-EMP-ID
                       MOVE 'Y' TO WS-DSC-EOF-FLAG
                   ELSE
                       PERFORM 2200-CHECK-CASE-PARA
                   END-IF
           END-READ.
       2200-CHECK-CASE-PARA.
           IF (DCR-LIVE OR DCR-EXPIRED)
               AND DCR-WARN-LEVEL > ZERO
               AND DCR-DECIDED-DATE NOT > DSQ-DATE
               AND DCR-EXPIRY-DATE > DSQ-DATE
               IF DCR-WARN-LEVEL > DSQ-WARN-LEVEL
                   OR (DCR-WARN-LEVEL = DSQ-WARN-LEVEL
                       AND DCR-EXPIRY-DATE > DSQ-EXPIRY-DATE)
                   MOVE DCR-WARN-LEVEL  TO DSQ-WARN-LEVEL
                   MOVE DCR-CASE-NO     TO DSQ-CASE-NO
                   MOVE DCR-OUTCOME     TO DSQ-OUTCOME
                   MOVE DCR-EXPIRY-DATE TO DSQ-EXPIRY-DATE
               END-IF
           END-IF.
