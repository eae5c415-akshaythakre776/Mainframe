      *  MONTHLY BUCKETS.  RUN BY THE EMPCONVT INSTALL JOB  *
      *  BETWEEN THE UNLOAD AND RELOAD REPRO STEPS - READS  *
      *  THE OLD-FORMAT SEQUENTIAL UNLOAD (YTDOLD.DAT) AND  *
      *  WRITES THE NEW-FORMAT SEQUENTIAL FILE (YTDNEW.DAT) *
      *  WITH THE YEAR TOTALS CARRIED AND THE MONTHLY       *
      *  BUCKETS ZEROED - THE OLD LAYOUT NEVER KEPT A       *
      *  MONTHLY SPLIT, SO THERE IS NOTHING TO CARRY INTO   *
      *  THEM.  MONTH-LEVEL HISTORY BEGINS WITH THE FIRST   *
      *  CYCLE AFTER CONVERSION.  THE 243-BYTE LAYOUT IS    *
      *  SPELLED OUT HERE RATHER THAN COPIED, BECAUSE       *
      *  YTDREC HAS SINCE GROWN TO 245 BYTES - YTDCNV2      *
      *  TAKES THE FILE ON FROM THIS ONE.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  OLD-DEDN            PIC 9(7)V99.
       FD  NEW-YTD-FILE
           RECORD CONTAINS 243 CHARACTERS.
       01  NEW-YTD-RECORD.
           03  NEW-EMP-ID          PIC X(05).
           03  NEW-LAST-YR         PIC 9(04).
           03  NEW-EARN            PIC 9(7)V99.
           03  NEW-DEDN            PIC 9(7)V99.
           03  NEW-MONTH-TABLE.
               05  NEW-MONTH-ENTRY OCCURS 12 TIMES.
                   07  NEW-MTH-EARN  PIC 9(7)V99.
                   07  NEW-MTH-DEDN  PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
       2000-PROCESS-PARA.
           MOVE OLD-EMP-ID  TO NEW-EMP-ID
           MOVE OLD-LAST-YR TO NEW-LAST-YR
           MOVE OLD-EARN    TO NEW-EARN
           MOVE OLD-DEDN    TO NEW-DEDN
           MOVE ZEROES      TO NEW-MONTH-TABLE
           WRITE NEW-YTD-RECORD
           ADD 1 TO WS-TOT-CONVERTED
           PERFORM 1500-READ-OLD-PARA.
       9000-TERMINATION-PARA.
