      ******************************************************************
      * SCHEDR - RECORD LAYOUT FOR THE BATCH SCHEDULE DEFINITION FILE
      * (SCHFILE). ONE 80-BYTE CARD PER JOB NAME THAT REGISTERS ON
      * CYCFILE, KEYED BY THE JOB NAME, LOADED FROM THE INSTREAM
      * CARDS IN THE SCHLOAD JOB. IT HOLDS THE JOB'S PREDECESSORS
      * (UP TO FOUR, SAME BUSINESS DATE, READ BY CYCCTL ON EVERY
      * START), THE NIGHTS IT IS DUE AND THE LONGEST IT SHOULD RUN
      * (BOTH READ BY THE CYCSTAT MORNING STATUS REPORT):
      *   "D" DAILY     - EVERY BUSINESS NIGHT (MONDAY TO FRIDAY).
      *   "P" PAYDAY    - EVERY OTHER THURSDAY: EVERY 14 DAYS FROM
      *                   SCH-CYCLE-ANCHOR, ANY PAY-PERIOD THURSDAY.
      *   "M" MONTH-END - THE LAST BUSINESS NIGHT OF THE MONTH.
      *   "Y" YEAR-END  - THE LAST BUSINESS NIGHT OF DECEMBER.
      *   "R" REQUEST   - SUBMITTED BY HAND (AFTER A SIGN-OFF, OR
      *                   WHEN A FILE ARRIVES); NEVER DUE, BUT ITS
      *                   PREDECESSORS STILL HOLD.
      * SCH-MAX-MINUTES ZERO MEANS NO RUN-TIME LIMIT.
      ******************************************************************
       01  SCHEDULE-RECORD.
           05  SCH-JOB-NAME            PIC X(08).
           05  SCH-DESCRIPTION         PIC X(24).
           05  SCH-DUE-CODE            PIC X(01).
               88  SCH-DUE-DAILY               VALUE "D".
               88  SCH-DUE-PAYDAY              VALUE "P".
               88  SCH-DUE-MONTH-END           VALUE "M".
               88  SCH-DUE-YEAR-END            VALUE "Y".
               88  SCH-DUE-ON-REQUEST          VALUE "R".
           05  SCH-MAX-MINUTES         PIC 9(04).
           05  SCH-CYCLE-ANCHOR        PIC 9(08).
           05  SCH-PREDECESSORS.
               10  SCH-PRED-NAME       PIC X(08)
                       OCCURS 4 TIMES.
           05  FILLER                  PIC X(03).
