      *                   FILE (THROUGH CYCCTL) AND REFUSES TO
      *                   START OUT OF SEQUENCE OR TWICE FOR THE
      *                   SAME BUSINESS DATE.
      *   2026-10-15 EAM  THE RUN NOW WAITS, AFTER REGISTERING ITS
      *                   START, FOR OPERATORS STILL SIGNED ON TO DRAIN
      *                   (CYCCTL "O") AND ENDS CC 8 IF THEY DO NOT, SO
      *                   NO SESSION IS STILL APPENDING TO AUDTLOG WHILE
      *                   IT IS CUT OVER.
      *   2026-10-15 EAM  A RUN THAT GIVES UP WAITING FOR OPERATORS TO
      *                   SIGN OFF NOW WITHDRAWS ITS START (CYCCTL
      *                   "W"), SO A SUPERVISOR CAN STILL SIGN ON TO
      *                   FORCE THE SESSIONS OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDTARCH.
           05  SL5-RESTARTED           PIC X(03).
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        01 WS-SESS-WAIT-X PIC X(03) VALUE SPACES.
        01 WS-SESS-WAIT-N REDEFINES WS-SESS-WAIT-X PIC 9(03).
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 0150-DRAIN-ONLINE-SESSIONS THRU 0150-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ARCHIVE-CUTOVER THRU 2000-EXIT.
           PERFORM 3000-RESET-LIVE-LOG THRU 3000-EXIT.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DRAIN-ONLINE-SESSIONS - THE STARTED RECORD JUST PUT ON
      * CYCFILE ALREADY SHUTS OUT NEW SIGN-ONS, BUT AN OPERATOR WHO
      * SIGNED ON EARLIER COULD STILL BE POSTING TO THE AUDIT LOG BEING
      * ARCHIVED AND EMPTIED. WAIT FOR THE SESSION REGISTRY TO EMPTY -
      * UP TO SESSWAIT MINUTES (THREE DIGITS, DEFAULT 030; 000 = DO NOT
      * WAIT) - AND END THE STEP CC 8 IF OPERATORS ARE STILL SIGNED ON.
      * THE START IS THEN WITHDRAWN (CYCCTL "W") - NOTHING HAS BEEN
      * TOUCHED - SO A SUPERVISOR CAN SIGN ON, FORCE THE SESSIONS OFF
      * (MENU TRAN "S") AND HAVE THE JOB RESUBMITTED.
      ******************************************************************
       0150-DRAIN-ONLINE-SESSIONS.
           ACCEPT WS-SESS-WAIT-X FROM ENVIRONMENT "SESSWAIT".
           MOVE "O" TO CYC-CTL-FUNCTION.
           IF WS-SESS-WAIT-X NUMERIC
               MOVE WS-SESS-WAIT-N TO CYC-CTL-WAIT-MINUTES
           ELSE
               MOVE 30 TO CYC-CTL-WAIT-MINUTES
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "AUDTARCH - ONLINE SESSIONS STILL OPEN - "
                   CYC-CTL-SESSION-COUNT " - " CYC-CTL-RETURN
               MOVE "W" TO CYC-CTL-FUNCTION
               CALL "CYCCTL" USING CYC-CTL-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0150-EXIT.
           EXIT.


      ******************************************************************
      * 1000-INITIALIZE - OPEN THE SUMMARY REPORT AND READ THE
