      * KEYED BY JOB NAME PLUS DATE, WRITTEN AND READ ONLY THROUGH
      * THE CYCCTL SUBPROGRAM: EVERY NIGHTLY JOB REGISTERS ITS
      * START ("S") AND COMPLETION ("C") HERE, CYCCTL REFUSES A
      * START WHEN A PREDECESSOR (FROM THE SCHFILE SCHEDULE) HAS
      * NOT COMPLETED FOR THE DATE OR THE JOB ALREADY COMPLETED
      * FOR THE DATE, AND HELLOWORLD REFUSES NEW ONLINE SESSIONS
      * WHILE ANY JOB IS STARTED BUT NOT COMPLETE, WHATEVER ITS
      * BUSINESS DATE (THE BATCH WINDOW IS OPEN). THE CYCSTAT
      * MORNING STATUS REPORT READS IT THROUGH CYCCTL'S "I"
      * FUNCTION.
      * A FORCED SAME-DATE RE-RUN (CYCFORCE=Y) TAKES OVER A COMPLETE
      * RECORD. SO THAT A RE-RUN WITHDRAWN BEFORE DOING ANY WORK
      * ("W") CAN HAND THE EARLIER COMPLETION BACK, CYC-PRIOR-STATUS
      * IS THEN "C" AND THE EARLIER RUN IS KEPT: ITS END DATE AND
      * TIME STAY IN CYC-END-DATE/TIME (ONLY MEANINGFUL ON A
      * STARTED RECORD WHEN CYC-PRIOR-STATUS IS "C"), ITS START TIME
      * IN CYC-PRIOR-START-TIME AND ITS START DATE AS THE NUMBER OF
      * DAYS BEFORE ITS END DATE IN CYC-PRIOR-START-DAYS. THE NEXT
      * "E" CLEARS THEM. SPACE MEANS NO EARLIER COMPLETION IS HELD.
      ******************************************************************
       01  CYCLE-RECORD.
           05  CYC-KEY.
           05  CYC-START-TIME          PIC 9(08).
           05  CYC-END-DATE            PIC 9(08).
           05  CYC-END-TIME            PIC 9(08).
           05  CYC-PRIOR-STATUS        PIC X(01).
               88  CYC-PRIOR-COMPLETE          VALUE "C".
           05  CYC-PRIOR-START-DAYS    PIC 9(02).
           05  CYC-PRIOR-START-TIME    PIC 9(08) COMP.
