      ******************************************************************
      * LEAVREQR - RECORD LAYOUT FOR THE LEAVE REQUEST FILE
      * (LEAVEREQ). KEYED BY LVR-KEY - EMPLOYEE ID THEN LEAVE DATE -
      * SO ONE RECORD STANDS FOR ONE DAY OF LEAVE. WRITTEN PENDING
      * BY THE LEAVEADM SUBSYSTEM WHEN AN OPERATOR REQUESTS THE
      * DAYS, AND APPROVED OR REJECTED FROM THE SAME SCREEN BY A
      * SUPERVISOR - NEVER ONE DECIDING THEIR OWN LEAVE.
      * TIMEBLD TURNS EVERY APPROVED DAY INSIDE THE PAY PERIOD INTO
      * A TIMEFILE LEAVE DETAIL RECORD OF LVR-HOURS AT THE LEAVE
      * TYPE.
      ******************************************************************
       01  LEAVE-REQUEST-RECORD.
           05  LVR-KEY.
               10  LVR-EMP-ID          PIC X(08).
               10  LVR-LEAVE-DATE      PIC 9(08).
           05  LVR-LEAVE-TYPE          PIC X(01).
               88  LVR-VACATION                VALUE "V".
               88  LVR-SICK                    VALUE "S".
           05  LVR-HOURS               PIC 9(02)V99.
           05  LVR-STATUS              PIC X(01).
               88  LVR-PENDING                 VALUE "P".
               88  LVR-APPROVED                VALUE "A".
               88  LVR-REJECTED                VALUE "R".
           05  LVR-REQ-USER-ID         PIC X(08).
           05  LVR-REQ-DATE            PIC 9(08).
           05  LVR-DECIDED-USER-ID     PIC X(08).
           05  LVR-DECIDED-DATE        PIC 9(08).
           05  FILLER                  PIC X(10).
