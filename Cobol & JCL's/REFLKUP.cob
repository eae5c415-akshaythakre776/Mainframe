       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFLKUP.
      *****************************************************
      *  SHARED CACHED LOOKUP MODULE FOR THE THREE INDEXED  *
      *  REFERENCE MASTERS - LOCMAST.DAT (KEY LOCM-CODE),   *
      *  CCMAST.DAT (KEY CC-LOC) AND RATEMAST.DAT (KEY      *
      *  RATE-TECH) - AND THE SEQUENTIAL DEPARTMENT MASTER  *
      *  DEPTMAST.DAT (KEY DEPT-CODE) AND COMPANY MASTER    *
      *  COMPMAST.DAT (KEY COMP-CODE).  CALLED LIKE         *
      *  FSTATTXT WITH A REFLKUP.CPY REQUEST BLOCK.  ON THE *
      *  FIRST REQUEST AGAINST A FILE THE MODULE OPENS IT   *
      *  AND FILLS AN IN-MEMORY CACHE; LOOKUPS ARE ANSWERED *
      *  FROM THE CACHE AND, WHEN THE FILE HAS MORE RECORDS *
      *  THAN THE CACHE HOLDS, BY A DIRECT KEYED READ - SO  *
      *  CALLERS CARRY NO TABLE LOADS AND A REFERENCE FILE  *
      *  TOO BIG FOR A FIXED TABLE STILL ANSWERS CORRECTLY. *
      *  THE DEPARTMENT AND COMPANY MASTERS HAVE NO KEY TO  *
      *  READ BY, SO EACH IS CLOSED ONCE LOADED AND AN      *
      *  OVERFLOWED LOOKUP PASSES THE FILE FROM THE TOP     *
      *  INSTEAD.  WORKING STORAGE PERSISTS BETWEEN CALLS,  *
      *  SO EACH FILE IS LOADED ONCE PER RUN NO MATTER HOW  *
      *  MANY PROGRAMS OR RECORDS ASK.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RATE-TECH
           FILE STATUS  IS WS-RATE-FILE-STAT.

           SELECT DEPT-MASTER ASSIGN TO 'DEPTMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-DEPT-FILE-STAT.

           SELECT COMP-MASTER ASSIGN TO 'COMPMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-COMP-FILE-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-MASTER.
       COPY CCREC.
       FD  RATE-MASTER.
       COPY RATEREC.
       FD  DEPT-MASTER.
       COPY DEPTREC.
       FD  COMP-MASTER
           RECORD CONTAINS 100 CHARACTERS.
       COPY COMPREC.
       WORKING-STORAGE SECTION.
       01  WS-LOC-FILE-STAT        PIC X(02).
       01  WS-CC-FILE-STAT         PIC X(02).
       01  WS-RATE-FILE-STAT       PIC X(02).
       01  WS-DEPT-FILE-STAT       PIC X(02).
       01  WS-COMP-FILE-STAT       PIC X(02).
       01  WS-LOC-STATE            PIC X(01) VALUE 'N'.
           88  LOC-NOT-LOADED                VALUE 'N'.
           88  LOC-CACHED                    VALUE 'Y'.
           88  RATE-CACHED                   VALUE 'Y'.
           88  RATE-OVERFLOWED               VALUE 'O'.
           88  RATE-UNAVAILABLE              VALUE 'U'.
       01  WS-DEPT-STATE           PIC X(01) VALUE 'N'.
           88  DEPT-NOT-LOADED               VALUE 'N'.
           88  DEPT-CACHED                   VALUE 'Y'.
           88  DEPT-OVERFLOWED               VALUE 'O'.
           88  DEPT-UNAVAILABLE              VALUE 'U'.
       01  WS-COMP-STATE           PIC X(01) VALUE 'N'.
           88  COMP-NOT-LOADED               VALUE 'N'.
           88  COMP-CACHED                   VALUE 'Y'.
           88  COMP-OVERFLOWED               VALUE 'O'.
           88  COMP-UNAVAILABLE              VALUE 'U'.
       01  WS-LOAD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-LOAD                   VALUE 'Y'.
       01  WS-LOC-COUNT            PIC 9(03) VALUE ZERO.
                   DEPENDING ON WS-LOC-COUNT
                   INDEXED BY LOCC-IDX.
               05  CCH-LOC-KEY     PIC X(05).
               05  CCH-LOC-DATA    PIC X(100).
       01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CC-CACHE.
           03  CC-CACHE-ENTRY      OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CC-COUNT
                   INDEXED BY CCC-IDX.
               05  CCH-CC-KEY      PIC X(05).
               05  CCH-CC-DATA     PIC X(100).
       01  WS-RATE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-RATE-CACHE.
           03  RATE-CACHE-ENTRY    OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RATE-COUNT
                   INDEXED BY RTC-IDX.
               05  CCH-RATE-KEY    PIC X(05).
               05  CCH-RATE-DATA   PIC X(100).
       01  WS-DEPT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-DEPT-CACHE.
           03  DEPT-CACHE-ENTRY    OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY DPC-IDX.
               05  CCH-DEPT-KEY    PIC X(05).
               05  CCH-DEPT-DATA   PIC X(100).
       01  WS-COMP-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-COMP-CACHE.
           03  COMP-CACHE-ENTRY    OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-COMP-COUNT
                   INDEXED BY CPC-IDX.
               05  CCH-COMP-KEY    PIC X(05).
               05  CCH-COMP-DATA   PIC X(100).
       LINKAGE SECTION.
       COPY REFLKREQ.
       PROCEDURE DIVISION USING REFLKUP-REQUEST.
                   PERFORM 2000-ANSWER-CC-PARA
               WHEN RLK-RATE-FILE
                   PERFORM 3000-ANSWER-RATE-PARA
               WHEN RLK-DEPT-FILE
                   PERFORM 4000-ANSWER-DEPT-PARA
               WHEN RLK-COMP-FILE
                   PERFORM 5000-ANSWER-COMP-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   MOVE 'Y' TO RLK-FOUND
                   MOVE RATE-RECORD TO RLK-DATA
           END-READ.
      *****************************************************
      *  DEPARTMENT MASTER                                 *
      *****************************************************
       4000-ANSWER-DEPT-PARA.
           IF DEPT-NOT-LOADED
               PERFORM 4100-LOAD-DEPT-CACHE-PARA
           END-IF
           IF DEPT-UNAVAILABLE
               CONTINUE
           ELSE
               PERFORM 4200-SEARCH-DEPT-CACHE-PARA
               IF RLK-REC-NOT-FOUND AND DEPT-OVERFLOWED
                   PERFORM 4300-SCAN-DEPT-PARA
               END-IF
           END-IF.
       4100-LOAD-DEPT-CACHE-PARA.
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STAT NOT = '00'
               MOVE 'U' TO WS-DEPT-STATE
               DISPLAY 'REFLKUP - DEPTMAST.DAT NOT AVAILABLE'
           ELSE
               MOVE 'Y' TO WS-DEPT-STATE
               MOVE 'N' TO WS-LOAD-EOF-FLAG
               PERFORM 4150-LOAD-ONE-DEPT-PARA
                   UNTIL END-OF-LOAD OR DEPT-OVERFLOWED
               CLOSE DEPT-MASTER
           END-IF.
       4150-LOAD-ONE-DEPT-PARA.
           READ DEPT-MASTER
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-COUNT < 100
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE   TO
                           CCH-DEPT-KEY(WS-DEPT-COUNT)
                       MOVE DEPT-RECORD TO
                           CCH-DEPT-DATA(WS-DEPT-COUNT)
                   ELSE
                       MOVE 'O' TO WS-DEPT-STATE
                   END-IF
           END-READ.
       4200-SEARCH-DEPT-CACHE-PARA.
           IF WS-DEPT-COUNT > ZERO
               SET DPC-IDX TO 1
               SEARCH DEPT-CACHE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RLK-KEY(1:4) = CCH-DEPT-KEY(DPC-IDX)(1:4)
                       MOVE 'Y' TO RLK-FOUND
                       MOVE CCH-DEPT-DATA(DPC-IDX) TO RLK-DATA
               END-SEARCH
           END-IF.
      *****************************************************
      *  NO KEYED READ ON A SEQUENTIAL FILE - PASS IT FROM  *
      *  THE TOP UNTIL THE CODE TURNS UP OR THE FILE ENDS.  *
      *****************************************************
       4300-SCAN-DEPT-PARA.
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STAT = '00'
               MOVE 'N' TO WS-LOAD-EOF-FLAG
               PERFORM 4350-SCAN-ONE-DEPT-PARA
                   UNTIL END-OF-LOAD OR RLK-REC-FOUND
               CLOSE DEPT-MASTER
           END-IF.
       4350-SCAN-ONE-DEPT-PARA.
           READ DEPT-MASTER
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-FLAG
               NOT AT END
                   IF DEPT-CODE = RLK-KEY(1:4)
                       MOVE 'Y' TO RLK-FOUND
                       MOVE DEPT-RECORD TO RLK-DATA
                   END-IF
           END-READ.
      *****************************************************
      *  COMPANY MASTER - SEQUENTIAL LIKE THE DEPARTMENT    *
      *  MASTER, SO AN OVERFLOWED LOOKUP PASSES THE FILE.   *
      *****************************************************
       5000-ANSWER-COMP-PARA.
           IF COMP-NOT-LOADED
               PERFORM 5100-LOAD-COMP-CACHE-PARA
           END-IF
           IF COMP-UNAVAILABLE
               CONTINUE
           ELSE
               PERFORM 5200-SEARCH-COMP-CACHE-PARA
               IF RLK-REC-NOT-FOUND AND COMP-OVERFLOWED
                   PERFORM 5300-SCAN-COMP-PARA
               END-IF
           END-IF.
       5100-LOAD-COMP-CACHE-PARA.
           OPEN INPUT COMP-MASTER
           IF WS-COMP-FILE-STAT NOT = '00'
               MOVE 'U' TO WS-COMP-STATE
               DISPLAY 'REFLKUP - COMPMAST.DAT NOT AVAILABLE'
           ELSE
               MOVE 'Y' TO WS-COMP-STATE
               MOVE 'N' TO WS-LOAD-EOF-FLAG
               PERFORM 5150-LOAD-ONE-COMP-PARA
                   UNTIL END-OF-LOAD OR COMP-OVERFLOWED
               CLOSE COMP-MASTER
           END-IF.
       5150-LOAD-ONE-COMP-PARA.
           READ COMP-MASTER
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-FLAG
               NOT AT END
                   IF WS-COMP-COUNT < 100
                       ADD 1 TO WS-COMP-COUNT
                       MOVE COMP-CODE   TO
                           CCH-COMP-KEY(WS-COMP-COUNT)
                       MOVE COMP-RECORD TO
                           CCH-COMP-DATA(WS-COMP-COUNT)
                   ELSE
                       MOVE 'O' TO WS-COMP-STATE
                   END-IF
           END-READ.
       5200-SEARCH-COMP-CACHE-PARA.
           IF WS-COMP-COUNT > ZERO
               SET CPC-IDX TO 1
               SEARCH COMP-CACHE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RLK-KEY(1:3) = CCH-COMP-KEY(CPC-IDX)(1:3)
                       MOVE 'Y' TO RLK-FOUND
                       MOVE CCH-COMP-DATA(CPC-IDX) TO RLK-DATA
               END-SEARCH
           END-IF.
       5300-SCAN-COMP-PARA.
           OPEN INPUT COMP-MASTER
           IF WS-COMP-FILE-STAT = '00'
               MOVE 'N' TO WS-LOAD-EOF-FLAG
               PERFORM 5350-SCAN-ONE-COMP-PARA
                   UNTIL END-OF-LOAD OR RLK-REC-FOUND
               CLOSE COMP-MASTER
           END-IF.
       5350-SCAN-ONE-COMP-PARA.
           READ COMP-MASTER
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-FLAG
               NOT AT END
                   IF COMP-CODE = RLK-KEY(1:3)
                       MOVE 'Y' TO RLK-FOUND
                       MOVE COMP-RECORD TO RLK-DATA
                   END-IF
           END-READ.
