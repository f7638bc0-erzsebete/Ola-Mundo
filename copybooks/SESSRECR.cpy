      ******************************************************************
      * SESSRECR - RECORD LAYOUT FOR THE ONLINE SESSION REGISTRY
      * (SESSFILE). ONE RECORD PER OPERATOR SIGNED ON, KEYED BY THE
      * USER ID - SO ONE USER ID CAN ONLY EVER BE ACTIVE AT ONE
      * TERMINAL. WRITTEN AND READ ONLY THROUGH THE SESSCTL
      * SUBPROGRAM: HELLOWORLD PUTS THE RECORD ON AT A SUCCESSFUL
      * SIGN-ON, REFRESHES SESS-LAST-DATE/TIME AND THE SUBSYSTEM ON
      * EVERY MENU ACTION, AND TAKES IT OFF AT SIGN-OFF OR IDLE
      * TIMEOUT. THE SESSADM SUPERVISOR TRANSACTION LISTS THE FILE
      * AND FORCES SESSIONS OFF; CYCCTL ASKS HOW MANY ARE OPEN
      * BEFORE A NIGHTLY JOB CUTS OVER FILES THE TERMINALS POST TO.
      * A RECORD AT THE MENU WITH NO ACTIVITY FOR AN HOUR IS A
      * DROPPED TERMINAL AND IS CLEARED BY SESSCTL ON SIGHT; ONE IN
      * A SUBSYSTEM IS NEVER CLEARED THAT WAY - THE SUBSYSTEM MAY
      * STILL BE POSTING WITHOUT GOING BACK THROUGH THE MENU.
      * SESS-SUBSYS-TRAN IS THE MENU TRAN CODE THE OPERATOR IS IN
      * (SPACE = AT THE MENU). SESS-STATUS IS "K" ONCE A SUPERVISOR
      * HAS FORCED THE SESSION OFF: THE RECORD STAYS, AND COUNTS AS
      * OPEN, UNTIL THE TERMINAL'S NEXT MENU ACTION ENDS IT.
      ******************************************************************
       01  SESSION-RECORD.
           05  SESS-USER-ID            PIC X(08).
           05  SESS-TERM-ID            PIC X(08).
           05  SESS-SIGNON-DATE        PIC 9(08).
           05  SESS-SIGNON-TIME        PIC 9(08).
           05  SESS-LAST-DATE          PIC 9(08).
           05  SESS-LAST-TIME          PIC 9(08).
           05  SESS-SUBSYS-TRAN        PIC X(01).
           05  SESS-STATUS             PIC X(01).
               88  SESS-STATUS-ACTIVE          VALUE SPACE.
               88  SESS-STATUS-FORCED-OFF      VALUE "K".
           05  FILLER                  PIC X(14).
