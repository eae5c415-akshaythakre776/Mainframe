       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCNV1.
      *****************************************************
      *  ONE-TIME PAD OF THE ARCHIVED AUDIT JOURNALS FROM   *
      *  THE 133-BYTE LAYOUT TO THE 135-BYTE EMPAUDIT.DAT   *
      *  LAYOUT THAT ENDS WITH THE TERMINATION REASON       *
      *  (AUD-TERM-REASON).  RUN BY THE EMPCONV7 INSTALL    *
      *  JOB - READS THE OLD NIGHTLY JOURNALS CONCATENATED  *
      *  OLDEST FIRST (AUDOLD.DAT) AND WRITES ONE 135-BYTE  *
      *  JOURNAL (AUDNEW.DAT) THAT FORWARD RECOVERY         *
      *  (EMPFRCVR) CAN REPLAY AHEAD OF THE NEWER NIGHTLY   *
      *  JOURNALS.  EVERY ENTRY IS CARRIED AS IT WAS WITH   *
      *  NO TERMINATION REASON (SPACES) - THE OLD JOURNALS  *
      *  NEVER HELD ONE.                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO 'AUDOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT NEW-AUDIT-FILE ASSIGN TO 'AUDNEW.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDIT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  OLD-AUDIT-RECORD        PIC X(133).
       FD  NEW-AUDIT-FILE
           RECORD CONTAINS 135 CHARACTERS.
       01  NEW-AUDIT-RECORD.
           03  NEW-AUD-OLD-PART    PIC X(133).
           03  NEW-AUD-TERM-REASON PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-TOT-CONVERTED        PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           OPEN INPUT OLD-AUDIT-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'AUDOLD.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-AUDIT-FILE
               PERFORM 1500-READ-OLD-PARA
           END-IF.
       1500-READ-OLD-PARA.
           READ OLD-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-AUDIT-RECORD TO NEW-AUD-OLD-PART
           MOVE SPACES           TO NEW-AUD-TERM-REASON
           WRITE NEW-AUDIT-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE OLD-AUDIT-FILE
                     NEW-AUDIT-FILE
           END-IF
           DISPLAY 'AUDIT JOURNAL ENTRIES PADDED: '
               WS-TOT-CONVERTED.
