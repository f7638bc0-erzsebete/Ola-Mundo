      * CYCLE CONTROL SUBPROGRAM. THE CALLER SETS THE FUNCTION, ITS
      * OWN JOB NAME, ITS PREDECESSOR (SPACES WHEN IT HAS NONE) AND
      * THE BUSINESS DATE (ZERO MEANS TODAY), AND TESTS THE RETURN
      * CODE AFTERWARDS. THE PREDECESSORS ACTUALLY CHECKED ARE THE
      * JOB'S OWN FROM THE SCHFILE SCHEDULE DEFINITION; THE
      * CALLER'S CYC-CTL-PRED-NAME ONLY COUNTS FOR A JOB NOT (YET)
      * ON THE SCHEDULE. ON A "PM" REFUSAL CYC-CTL-PRED-NAME COMES
      * BACK HOLDING THE PREDECESSOR THAT HAS NOT COMPLETED.
      *   "S" START - REFUSED "AR" WHEN THE JOB ALREADY COMPLETED
      *       FOR THE DATE, "PM" WHEN A PREDECESSOR HAS NOT; A
      *       JOB LEFT IN STARTED STATE (A PRIOR ABEND) MAY START
      *       AGAIN, SO A RESUBMIT NEEDS NO HAND-CLEANUP. SETTING
      *       CYC-CTL-FORCE TO "Y" OVERRIDES THE "AR" REFUSAL FOR
      *       COMPLETE, WHATEVER ITS BUSINESS DATE (THE BATCH
      *       WINDOW IS OPEN - A CYCLE RUN PAST MIDNIGHT UNDER
      *       YESTERDAY'S BUSDATE STILL COUNTS).
      *   "I" INQUIRE - RETURNS THE JOB'S CYCFILE ENTRY FOR THE DATE
      *       IN CYC-CTL-JOB-STATUS AND THE START/END FIELDS, OR
      *       "NF" WHEN THE JOB NEVER STARTED FOR THE DATE. CHANGES
      *       NOTHING (THE CYCSTAT MORNING STATUS REPORT).
      *   "O" ONLINE SESSIONS - ASKS THE SESSCTL SESSION REGISTRY
      *       HOW MANY OPERATORS ARE STILL SIGNED ON, ONCE A MINUTE
      *       FOR UP TO CYC-CTL-WAIT-MINUTES (ZERO = ASK ONCE).
      *       "00" WHEN NONE ARE LEFT, "SO" WHEN SOME STILL ARE,
      *       WITH THE NUMBER IN CYC-CTL-SESSION-COUNT EITHER WAY.
      *       CALLED AFTER "S" BY A JOB THAT CUTS OVER FILES THE
      *       TERMINALS POST TO - ITS STARTED RECORD ALREADY SHUTS
      *       OUT NEW SIGN-ONS (HELLOWORLD ASKS "Q" AGAIN ONCE A
      *       SIGN-ON IS REGISTERED, SO NONE SLIPS IN ALONGSIDE THE
      *       START), SO THE COUNT CAN ONLY FALL. CYCFILE IS NOT
      *       HELD WHILE IT WAITS.
      *   "W" WITHDRAW - TAKES BACK A START THAT WAS NEVER WORKED
      *       (E.G. A JOB GIVING UP BECAUSE OPERATORS WOULD NOT
      *       SIGN OFF), SO THE BATCH WINDOW CLOSES AGAIN AND A
      *       SUPERVISOR CAN SIGN ON TO FORCE THEM OFF. A FORCED
      *       RE-RUN'S ENTRY GOES BACK TO THE COMPLETION IT TOOK
      *       OVER; ANY OTHER IS DELETED. "NF" WHEN
      *       THE JOB HAS NO ENTRY FOR THE DATE, "AR" WHEN IT HAS
      *       ALREADY COMPLETED (LEFT AS IT IS).
      ******************************************************************
       01  CYC-CTL-AREA.
           05  CYC-CTL-FUNCTION        PIC X(01).
               88  CYC-CTL-FUNC-START          VALUE "S".
               88  CYC-CTL-FUNC-END            VALUE "E".
               88  CYC-CTL-FUNC-QUERY          VALUE "Q".
               88  CYC-CTL-FUNC-INQUIRE        VALUE "I".
               88  CYC-CTL-FUNC-ONLINE         VALUE "O".
               88  CYC-CTL-FUNC-WITHDRAW       VALUE "W".
           05  CYC-CTL-JOB-NAME        PIC X(08).
           05  CYC-CTL-PRED-NAME       PIC X(08).
           05  CYC-CTL-BUS-DATE        PIC 9(08).
               88  CYC-CTL-ALREADY-RAN         VALUE "AR".
               88  CYC-CTL-PRED-MISSING        VALUE "PM".
               88  CYC-CTL-BATCH-OPEN          VALUE "BO".
               88  CYC-CTL-NOT-FOUND           VALUE "NF".
               88  CYC-CTL-SESSIONS-OPEN       VALUE "SO".
               88  CYC-CTL-IO-ERROR            VALUE "99".
           05  CYC-CTL-FORCE           PIC X(01).
               88  CYC-CTL-FORCED              VALUE "Y".
           05  CYC-CTL-JOB-STATUS      PIC X(01).
               88  CYC-CTL-JOB-STARTED         VALUE "S".
               88  CYC-CTL-JOB-COMPLETE        VALUE "C".
           05  CYC-CTL-START-DATE      PIC 9(08).
           05  CYC-CTL-START-TIME      PIC 9(08).
           05  CYC-CTL-END-DATE        PIC 9(08).
           05  CYC-CTL-END-TIME        PIC 9(08).
           05  CYC-CTL-WAIT-MINUTES    PIC 9(03).
           05  CYC-CTL-SESSION-COUNT   PIC 9(04).
           05  FILLER                  PIC X(03).
