      *****************************************************
      *  JOBCAL.CPY                                        *
      *  PERIODIC JOB CALENDAR RECORD (JOBCAL.DAT).  ONE    *
      *  ROW PER MONTHLY, QUARTERLY OR OTHER PERIODIC JOB   *
      *  THAT EMPJOBSC SELECTS FOR SUBMISSION.  JC-FREQ IS  *
      *  'D' DAILY (EVERY WORKING DAY), 'W' WEEKLY, 'M'     *
      *  MONTHLY, 'Q' QUARTERLY, 'H' HALF-YEARLY OR 'Y'     *
      *  YEARLY.  JC-RULE SAYS WHICH DAY OF THE PERIOD:     *
      *  'FW' FIRST WORKING DAY, 'LW' LAST WORKING DAY,     *
      *  'DD' DAY JC-DAY (OF MONTH JC-MONTH OF THE PERIOD;  *
      *  WEEKDAY 1-7 FOR A WEEKLY JOB) MOVED ON TO THE      *
      *  NEXT WORKING DAY, OR 'PD' PAY DATE, 'PE' PAY       *
      *  PERIOD END, 'CO' PAY CUTOFF OFF PAYCAL.DAT FOR     *
      *  PAY GROUP JC-PAY-GROUP (FOR Q/H/Y ONLY IN THE      *
      *  PERIOD ENDING IN THE LAST MONTH OF THE QUARTER,    *
      *  HALF OR YEAR).  WORKING DAYS ARE MONDAY TO FRIDAY  *
      *  LESS THE HOLCAL.DAT HOLIDAYS OF JC-REGION.         *
      *  JC-LOG-PGM IS THE PROGRAM WHOSE RUNLOG.DAT RECORD  *
      *  PROVES THE JOB RAN (BLANK MEANS THE JOB NAME).     *
      *  JC-DEPEND NAMES UP TO THREE CALENDAR JOBS THAT     *
      *  MUST RUN FIRST WHEN DUE ON THE SAME DAY.           *
      *****************************************************
       01  JOB-CALENDAR-RECORD.
           03  JC-JOB              PIC X(08).
           03  JC-DESC             PIC X(24).
           03  JC-FREQ             PIC X(01).
               88  JC-DAILY                   VALUE 'D'.
               88  JC-WEEKLY                  VALUE 'W'.
               88  JC-MONTHLY                 VALUE 'M'.
               88  JC-QUARTERLY               VALUE 'Q'.
               88  JC-HALF-YEARLY             VALUE 'H'.
               88  JC-YEARLY                  VALUE 'Y'.
           03  JC-RULE             PIC X(02).
               88  JC-FIRST-WORKING           VALUE 'FW'.
               88  JC-LAST-WORKING            VALUE 'LW'.
               88  JC-NOMINAL-DAY             VALUE 'DD'.
               88  JC-PAYCAL-RULE             VALUE 'PD' 'PE' 'CO'.
           03  JC-DAY              PIC 9(02).
           03  JC-MONTH            PIC 9(02).
           03  JC-REGION           PIC X(04).
           03  JC-PAY-GROUP        PIC X(02).
           03  JC-LOG-PGM          PIC X(08).
           03  JC-DEPEND           PIC X(08) OCCURS 3 TIMES.
           03  FILLER              PIC X(03).
