      ******************************************************************
      * SESSCOMM - PARAMETER AREA FOR EVERY CALL TO THE SESSCTL
      * ONLINE SESSION REGISTRY SUBPROGRAM. THE CALLER SETS THE
      * FUNCTION, THE USER ID AND (FOR "S", "A" AND "F") ITS OWN
      * TERMINAL, AND TESTS THE RETURN CODE AFTERWARDS.
      *   "S" SIGN-ON  - PUT THE USER'S SESSION ON FILE. REFUSED
      *       "AE" WHEN THE USER IS ACTIVE AT ANOTHER TERMINAL, WITH
      *       THAT TERMINAL IN SESS-CTL-OTHER-TERM. A SESSION AT THE
      *       SAME TERMINAL, OR ONE GONE STALE, IS TAKEN OVER.
      *   "A" ACTIVITY - REFRESH THE LAST-ACTIVITY TIME AND RECORD
      *       THE SUBSYSTEM ENTERED (SESS-CTL-SUBSYS-TRAN, SPACE =
      *       BACK AT THE MENU). "NF" MEANS THE SESSION IS NO LONGER
      *       THIS TERMINAL'S - FORCED OFF BY A SUPERVISOR (THE
      *       RECORD IS TAKEN OFF NOW), OR CLEARED AS STALE AND
      *       TAKEN OVER - AND MUST END.
      *   "F" SIGN-OFF - TAKE THE SESSION OFF, IF IT IS STILL THIS
      *       TERMINAL'S ("NF" OTHERWISE, NOTHING CHANGED).
      *   "K" FORCE OFF - FLAG THE USER'S SESSION FORCED OFF
      *       WHEREVER IT IS (THE SESSADM SUPERVISOR TRANSACTION);
      *       IT ENDS AT THE TERMINAL'S NEXT "A". "NF" WHEN THE USER
      *       HAS NO SESSION; OTHERWISE SESS-CTL-OTHER-TERM HOLDS THE
      *       TERMINAL AND SESS-CTL-SESS-STATUS THE SESSION'S STATUS
      *       BEFORE THE CALL - "K" MEANS IT WAS ALREADY FLAGGED AND
      *       HAS NOW BEEN TAKEN OFF OUTRIGHT (A DEAD TERMINAL).
      *   "C" COUNT    - CLEAR STALE SESSIONS, THEN RETURN HOW MANY
      *       ARE STILL OPEN IN SESS-CTL-SESSION-COUNT, FORCED-OFF
      *       ONES NOT YET ENDED INCLUDED (AND HOW MANY WERE CLEARED
      *       IN SESS-CTL-STALE-COUNT).
      *   "N" NEXT     - RETURN THE FIRST SESSION WITH A USER ID
      *       ABOVE SESS-CTL-USER-ID (LOW-VALUES FOR THE FIRST) IN
      *       THE SESS-CTL- FIELDS, CLEARING STALE ONES PASSED ON THE
      *       WAY. "EL" AT THE END OF THE LIST.
      * A SESSION IS STALE AFTER AN HOUR WITH NO ACTIVITY, BUT ONLY
      * WHILE IT IS AT THE MENU (SESS-CTL-SUBSYS-TRAN SPACE).
      ******************************************************************
       01  SESS-CTL-AREA.
           05  SESS-CTL-FUNCTION       PIC X(01).
               88  SESS-CTL-FUNC-SIGNON        VALUE "S".
               88  SESS-CTL-FUNC-ACTIVITY      VALUE "A".
               88  SESS-CTL-FUNC-SIGNOFF       VALUE "F".
               88  SESS-CTL-FUNC-FORCE-OFF     VALUE "K".
               88  SESS-CTL-FUNC-COUNT         VALUE "C".
               88  SESS-CTL-FUNC-NEXT          VALUE "N".
           05  SESS-CTL-USER-ID        PIC X(08).
           05  SESS-CTL-TERM-ID        PIC X(08).
           05  SESS-CTL-SUBSYS-TRAN    PIC X(01).
           05  SESS-CTL-RETURN         PIC X(02).
               88  SESS-CTL-OK                 VALUE "00".
               88  SESS-CTL-ACTIVE-ELSEWHERE   VALUE "AE".
               88  SESS-CTL-NOT-FOUND          VALUE "NF".
               88  SESS-CTL-END-OF-LIST        VALUE "EL".
               88  SESS-CTL-IO-ERROR           VALUE "99".
           05  SESS-CTL-OTHER-TERM     PIC X(08).
           05  SESS-CTL-SIGNON-DATE    PIC 9(08).
           05  SESS-CTL-SIGNON-TIME    PIC 9(08).
           05  SESS-CTL-LAST-DATE      PIC 9(08).
           05  SESS-CTL-LAST-TIME      PIC 9(08).
           05  SESS-CTL-SESSION-COUNT  PIC 9(04).
           05  SESS-CTL-STALE-COUNT    PIC 9(04).
           05  SESS-CTL-SESS-STATUS    PIC X(01).
               88  SESS-CTL-SESS-FORCED-OFF    VALUE "K".
           05  FILLER                  PIC X(03).
