      *          (JRNLARC) AND EMPTIES THE LIVE JOURNAL, THE SAME
      *          CUTOVER AUDTARCH RUNS ON AUDTLOG. A MISSING
      *          SNAPFILE (FIRST NIGHT) JUST CUTS THE BASELINE
      *          SNAPSHOT WITH NOTHING TO RECONCILE. EACH SNAPSHOT
      *          RECORD CARRIES THE WHOLE ITEM RECORD, SO THE
      *          INVRCVR FORWARD RECOVERY CAN RELOAD ITMFILE FROM IT.
      *
      * Modification History:
      *   2026-09-02 EAM  INITIAL VERSION.
      *                   FILE (THROUGH CYCCTL) AND REFUSES TO
      *                   START OUT OF SEQUENCE OR TWICE FOR THE
      *                   SAME BUSINESS DATE.
      *   2026-10-15 EAM  THE RUN NOW WAITS, AFTER REGISTERING ITS
      *                   START, FOR OPERATORS STILL SIGNED ON TO DRAIN
      *                   (CYCCTL "O") AND ENDS CC 8 IF THEY DO NOT, SO
      *                   NO RECEIPT OR ISSUE IS POSTED INTO THE JOURNAL
      *                   WHILE IT IS CUT OVER.
      *   2026-10-15 EAM  A RUN THAT GIVES UP WAITING FOR OPERATORS TO
      *                   SIGN OFF NOW WITHDRAWS ITS START (CYCCTL
      *                   "W"), SO A SUPERVISOR CAN STILL SIGN ON TO
      *                   FORCE THE SESSIONS OFF.
      *   2026-10-15 EAM  THE CLOSING SNAPSHOT NOW CARRIES THE WHOLE
      *                   ITEM RECORD AS WELL AS THE BALANCE (INVSNAPR,
      *                   116 BYTES) FOR THE INVRCVR FORWARD RECOVERY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECON.
       FILE SECTION.
       FD  SNAPFILE
           RECORDING MODE IS F.
       01  SNAPFILE-RECORD             PIC X(116).
       FD  INVJRNL
           RECORDING MODE IS F.
           COPY INVJRNLR.
       01  JRNLARC-RECORD              PIC X(80).
       FD  NEWSNAP
           RECORDING MODE IS F.
       01  NEWSNAP-RECORD              PIC X(116).
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
        77 WS-ITEMS-FLAGGED PIC 9(05) VALUE ZERO.
        77 WS-EXPECTED-QTY PIC S9(08) VALUE ZERO.
        77 WS-DIFFERENCE-QTY PIC S9(08) VALUE ZERO.
           COPY INVSNAPR.
        01 WS-RECON-TABLE-AREA.
           05  WS-RECON-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RECON-MAX-ENTRIES    PIC 9(03) COMP VALUE 500.
           05  TL-FLAGGED              PIC ZZ,ZZ9.
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
           PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT.
           PERFORM 3000-RECONCILE-MASTER THRU 3000-EXIT.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DRAIN-ONLINE-SESSIONS - THE STARTED RECORD JUST PUT ON
      * CYCFILE ALREADY SHUTS OUT NEW SIGN-ONS, BUT AN OPERATOR WHO
      * SIGNED ON EARLIER COULD STILL BE POSTING TO ITMFILE AND THE
      * INVJRNL JOURNAL BEING CUT OVER. WAIT FOR THE SESSION REGISTRY
      * TO EMPTY - UP TO SESSWAIT MINUTES (THREE DIGITS, DEFAULT 030;
      * 000 = DO NOT WAIT) - AND END THE STEP CC 8 IF OPERATORS ARE
      * STILL SIGNED ON. THE START IS THEN WITHDRAWN (CYCCTL "W") -
      * NOTHING HAS BEEN TOUCHED - SO A SUPERVISOR CAN SIGN ON, FORCE
      * THE SESSIONS OFF (MENU TRAN "S") AND HAVE THE JOB RESUBMITTED.
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
               DISPLAY "INVRECON - ONLINE SESSIONS STILL OPEN - "
                   CYC-CTL-SESSION-COUNT " - " CYC-CTL-RETURN
               MOVE "W" TO CYC-CTL-FUNCTION
               CALL "CYCCTL" USING CYC-CTL-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0150-EXIT.
           EXIT.


      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND THE OUTPUT GENERATIONS,
           EXIT.

       1100-READ-SNAPFILE.
           READ SNAPFILE INTO INVSNAP-RECORD
               AT END
                   SET WS-END-OF-SNAPFILE TO TRUE
           END-READ.
      ******************************************************************
      * 3000-RECONCILE-MASTER - READ EVERY MASTER ITEM, COMPARE THE
      * JOURNAL-EXPLAINED BALANCE TO THE MASTER BALANCE, AND CUT THE
      * NEW CLOSING SNAPSHOT FROM THE MASTER AS IT STANDS - THE
      * BALANCE AND THE WHOLE ITEM RECORD. ON THE BASELINE RUN THERE
      * IS NO PRIOR CLOSE TO EXPECT FROM, SO ONLY THE SNAPSHOT IS
      * WRITTEN. ITEMS JOURNALED BUT MISSING FROM THE MASTER ARE
      * FLAGGED AFTERWARDS.
      ******************************************************************
       3000-RECONCILE-MASTER.
           OPEN INPUT ITMFILE.

       3200-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-ON-MASTER.
           MOVE SPACES TO INVSNAP-RECORD.
           MOVE ITM-ITEM-NO TO SNAP-ITEM-NO.
           MOVE ITM-ON-HAND TO SNAP-ON-HAND.
           MOVE ITEM-RECORD TO SNAP-ITEM-IMAGE.
           WRITE NEWSNAP-RECORD FROM INVSNAP-RECORD.
           IF WS-NEWSNAP-STATUS NOT = "00"
               MOVE "NEWSNAP" TO WS-ERROR-FILE-ID
               MOVE WS-NEWSNAP-STATUS TO WS-ERROR-STATUS
