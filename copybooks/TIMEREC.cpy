      * (TIMEFILE) READ BY THE PAYROLL SUBSYSTEM. ONE "H" HEADER
      * RECORD CARRIES THE PERIOD-ENDING DATE (PAYDAY IS EVERY OTHER
      * FRIDAY), FOLLOWED BY ONE "D" DETAIL RECORD PER EMPLOYEE PER
      * DAY WORKED. TIME-PAY-TYPE SAYS WHAT THE DETAIL'S HOURS ARE:
      * SPACE FOR HOURS WORKED (PAIRED FROM THE TIME-CLOCK PUNCHES),
      * "V" OR "S" FOR A DAY OF APPROVED VACATION OR SICK LEAVE -
      * PAID AT STRAIGHT TIME, OUTSIDE THE OVERTIME THRESHOLD.
      ******************************************************************
       01  TIME-FILE-RECORD.
           05  TIME-RECORD-TYPE        PIC X(01).
           05  TIME-EMP-ID             PIC X(08).
           05  TIME-WORK-DATE          PIC 9(08).
           05  TIME-HOURS-WORKED       PIC 9(03)V99.
           05  TIME-PAY-TYPE           PIC X(01).
               88  TIME-PAY-WORKED             VALUE SPACE.
               88  TIME-PAY-VACATION           VALUE "V".
               88  TIME-PAY-SICK               VALUE "S".
           05  FILLER                  PIC X(09).
       01  TIME-HEADER-RECORD.
           05  FILLER                  PIC X(01).
           05  TIME-PERIOD-END         PIC 9(08).
