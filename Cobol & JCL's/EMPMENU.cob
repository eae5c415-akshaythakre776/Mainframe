      *  MAINTENANCE PROGRAMS (EMPMAINT, REFMAINT) ARE      *
      *  STILL STOP-RUN BATCH MAINLINES - SELECTING ONE     *
      *  RUNS IT AND THEN ENDS THE SESSION WITH IT.         *
      *  OPTION 9 (EMPASINQ) SHOWS THE COMPANY ASSETS AN    *
      *  EMPLOYEE STILL HOLDS, OPEN TO EVERY ROLE.          *
      *  OPTION T (EMPTENT), MAINTENANCE ROLE ONLY, IS      *
      *  FIELD-BY-FIELD DATA ENTRY OF MAINTENANCE           *
      *  TRANSACTIONS: IT VALIDATES AS THE OPERATOR TYPES   *
      *  AND WRITES THE SESSION AS A BATCH ON EMPTRANI.DAT  *
      *  UNDER THE OPERATOR'S ID, FOR THE NIGHTLY RELEASE   *
      *  AND DUAL-CONTROL APPROVAL.  IT IS CALLABLE LIKE    *
      *  THE INQUIRIES, SO THE MENU CARRIES ON AFTERWARDS.  *
      *  OPTION D (EMPDISC), HR ROLE ONLY AND NOT OFFERED   *
      *  EVEN TO MAINTENANCE OPERATORS, APPLIES THE         *
      *  DISCIPLINARY CASE TRANSACTIONS ON DISCTRAN.DAT TO  *
      *  THE CASE REGISTER; LIKE EMPMAINT IT IS A STOP-RUN  *
      *  BATCH MAINLINE AND ENDS THE SESSION.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-OPERATOR-NAME        PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(01) VALUE 'I'.
           88  MAINT-CAPABLE                 VALUE 'M'.
           88  HR-CAPABLE                    VALUE 'H'.
       01  WS-SIGNON-TRY           PIC 9(01) VALUE ZERO.
       01  WS-SIGNON-FAILURES      PIC 9(01) VALUE ZERO.
       01  WS-CHOICE-OK-FLAG       PIC X(01) VALUE 'N'.
           DISPLAY ' 3. LOCATION CODE LOOKUP          (CSRCHPRG)'
           DISPLAY ' 7. FULL EMPLOYEE PROFILE         (EMPPROF)'
           DISPLAY ' 8. CHANGE HISTORY LOOKUP         (EMPAHINQ)'
           DISPLAY ' 9. ASSET HOLDINGS LOOKUP         (EMPASINQ)'
           DISPLAY ' 4. EXIT'
           IF MAINT-CAPABLE
               DISPLAY ' 5. EMPLOYEE MASTER MAINTENANCE   (EMPMAINT)'
               DISPLAY ' 6. REFERENCE TABLE MAINTENANCE   (REFMAINT)'
               DISPLAY ' T. TRANSACTION DATA ENTRY        (EMPTENT)'
           END-IF
           IF HR-CAPABLE
               DISPLAY ' D. DISCIPLINARY CASE REGISTER    (EMPDISC)'
           END-IF
           DISPLAY '============================================'
           EVALUATE TRUE
               WHEN MAINT-CAPABLE
                   DISPLAY 'ENTER CHOICE (1-9, T): ' WITH NO ADVANCING
               WHEN HR-CAPABLE
                   DISPLAY 'ENTER CHOICE (1-4, 7-9, D): '
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY 'ENTER CHOICE (1-4): ' WITH NO ADVANCING
           END-EVALUATE
           ACCEPT WS-CHOICE
           EVALUATE TRUE
               WHEN WS-CHOICE = '1' OR '2' OR '3' OR '4'
                   OR '7' OR '8' OR '9'
                   MOVE 'Y' TO WS-CHOICE-OK-FLAG
               WHEN (WS-CHOICE = '5' OR '6' OR 'T') AND MAINT-CAPABLE
                   MOVE 'Y' TO WS-CHOICE-OK-FLAG
               WHEN WS-CHOICE = 'D' AND HR-CAPABLE
                   MOVE 'Y' TO WS-CHOICE-OK-FLAG
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE FOR YOUR ROLE - '
                   DISPLAY 'STARTING EMPAHINQ - CHANGE HISTORY'
                   CALL 'EMPAHINQ' USING INQ-COMM-BLOCK
                   PERFORM 3500-SHOW-RESULT-PARA
               WHEN '9'
                   DISPLAY 'STARTING EMPASINQ - ASSET HOLDINGS'
                   CALL 'EMPASINQ' USING INQ-COMM-BLOCK
                   PERFORM 3500-SHOW-RESULT-PARA
               WHEN 'T'
                   DISPLAY 'STARTING EMPTENT - TRANSACTION ENTRY'
                   CALL 'EMPTENT' USING INQ-COMM-BLOCK
                   PERFORM 3500-SHOW-RESULT-PARA
               WHEN '5'
                   DISPLAY 'STARTING EMPMAINT - MASTER MAINTENANCE'
                   CALL 'EMPMAINT'
               WHEN '6'
                   DISPLAY 'STARTING REFMAINT - REFERENCE MAINT'
                   CALL 'REFMAINT'
               WHEN 'D'
                   DISPLAY 'STARTING EMPDISC - DISCIPLINARY CASES'
                   CALL 'EMPDISC'
               WHEN '4'
                   DISPLAY 'EXITING EMPMENU'
           END-EVALUATE.
