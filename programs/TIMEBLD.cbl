      *                   FILE (THROUGH CYCCTL) AND REFUSES TO
      *                   START OUT OF SEQUENCE OR TWICE FOR THE
      *                   SAME BUSINESS DATE.
      *   2026-10-15 EAM  APPROVED LEAVE. EVERY APPROVED DAY ON THE
      *                   LEAVEREQ LEAVE REQUEST FILE (KEYED AND
      *                   APPROVED THROUGH LEAVEADM, TRAN "0") THAT
      *                   FALLS INSIDE THE PERIOD IS WRITTEN TO
      *                   TIMEFILE AS A DETAIL MARKED WITH ITS LEAVE
      *                   TYPE (V/S) SO PAYROLL PAYS IT AT STRAIGHT
      *                   TIME. A MISSING CLOCK-IN OR CLOCK-OUT ON AN
      *                   APPROVED LEAVE DAY IS NO LONGER AN
      *                   EXCEPTION - IT IS COUNTED AS EXCUSED ON THE
      *                   SUMMARY INSTEAD.
      *   2026-10-15 EAM  THE RUN NOW WAITS, AFTER REGISTERING ITS
      *                   START, FOR OPERATORS STILL SIGNED ON TO DRAIN
      *                   (CYCCTL "O") AND ENDS CC 8 IF THEY DO NOT, SO
      *                   NO PUNCH LANDS ON PUNCHFIL WHILE IT IS PAIRED
      *                   AND CUT OVER.
      *   2026-10-15 EAM  A RUN THAT GIVES UP WAITING FOR OPERATORS TO
      *                   SIGN OFF NOW WITHDRAWS ITS START (CYCCTL
      *                   "W"), SO A SUPERVISOR CAN STILL SIGN ON TO
      *                   FORCE THE SESSIONS OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEBLD.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
           SELECT LEAVEREQ ASSIGN TO LEAVEREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-KEY
               FILE STATUS IS WS-LEAVEREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCHFIL
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       FD  LEAVEREQ
           RECORDING MODE IS F.
           COPY LEAVREQR.
       WORKING-STORAGE SECTION.
        77 WS-PUNCHFIL-STATUS PIC X(02).
        77 WS-TIMEFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-LEAVEREQ-STATUS PIC X(02).
        77 WS-LEAVE-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-LEAVEREQ VALUE "Y".
        77 WS-ON-LEAVE-SWITCH PIC X(01) VALUE "N".
            88 WS-ON-APPROVED-LEAVE VALUE "Y".
        77 WS-CHECK-USER-ID PIC X(08) VALUE SPACES.
        77 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
        77 WS-LEAVE-DATE-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-LEAVE-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-LEAVE-DAYS-BUILT PIC 9(05) VALUE ZERO.
        77 WS-PUNCHES-EXCUSED PIC 9(05) VALUE ZERO.
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
               10  WS-DAY-USER-ID      PIC X(08).
               10  WS-DAY-DATE         PIC 9(08).
               10  WS-DAY-HOURS        PIC 9(03)V99.
        01 WS-LEAVE-TABLE-AREA.
           05  WS-LEAVE-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-LEAVE-MAX-ENTRIES    PIC 9(03) COMP VALUE 200.
           05  WS-LEAVE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LEAVE-IDX.
               10  WS-LEAVE-USER-ID    PIC X(08).
               10  WS-LEAVE-DATE       PIC 9(08).
               10  WS-LEAVE-TYPE       PIC X(01).
               10  WS-LEAVE-HOURS      PIC 9(02)V99.
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(42) VALUE
               "OLA MUNDO TIME BUILD - EXCEPTION REPORT".
           05  FILLER                  PIC X(30) VALUE
               "PUNCHES HELD TO NEXT PERIOD:".
           05  SL5-HELD                PIC ZZ,ZZ9.
        01 WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               "APPROVED LEAVE DAYS BUILT:".
           05  SL6-LEAVE-DAYS          PIC ZZ,ZZ9.
        01 WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               "PUNCHES EXCUSED BY LEAVE:".
           05  SL7-EXCUSED             PIC ZZ,ZZ9.
        01 WS-CUTOVER-DONE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "PUNCHFIL CUT OVER - PAID PERIOD PURGED".
               "PUNCHFIL LEFT INTACT - CORRECT AND RE-RUN".
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        01 WS-SESS-WAIT-X PIC X(03) VALUE SPACES.
        01 WS-SESS-WAIT-N REDEFINES WS-SESS-WAIT-X PIC 9(03).
        77 WS-CYCLE-FORCE PIC X(01) VALUE "N".
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 0150-DRAIN-ONLINE-SESSIONS THRU 0150-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PAIR-PUNCHES THRU 2000-EXIT.
           PERFORM 3000-FLAG-OPEN-DAYS THRU 3000-EXIT.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DRAIN-ONLINE-SESSIONS - THE STARTED RECORD JUST PUT ON
      * CYCFILE ALREADY SHUTS OUT NEW SIGN-ONS, BUT AN OPERATOR WHO
      * SIGNED ON EARLIER COULD STILL BE POSTING TO THE PUNCH FILE
      * BEING PAIRED AND CUT OVER. WAIT FOR THE SESSION REGISTRY TO
      * EMPTY - UP TO SESSWAIT MINUTES (THREE DIGITS, DEFAULT 030; 000
      * = DO NOT WAIT) - AND END THE STEP CC 8 IF OPERATORS ARE STILL
      * SIGNED ON. THE START IS THEN WITHDRAWN (CYCCTL "W") - NOTHING
      * HAS BEEN TOUCHED - SO A SUPERVISOR CAN SIGN ON, FORCE THE
      * SESSIONS OFF (MENU TRAN "S") AND HAVE THE JOB RESUBMITTED.
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
               DISPLAY "TIMEBLD - ONLINE SESSIONS STILL OPEN - "
                   CYC-CTL-SESSION-COUNT " - " CYC-CTL-RETURN
               MOVE "W" TO CYC-CTL-FUNCTION
               CALL "CYCCTL" USING CYC-CTL-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0150-EXIT.
           EXIT.


      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES AND SETTLE THE PERIOD-ENDING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-PRINT-LINE.
           WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 1500-LOAD-APPROVED-LEAVE THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-APPROVED-LEAVE - TABLE EVERY APPROVED LEAVE DAY
      * INSIDE THE PERIOD FROM THE LEAVEREQ REQUEST FILE. PENDING
      * AND REJECTED DAYS, AND DAYS OUTSIDE THE PERIOD, ARE LEFT
      * WHERE THEY ARE. A MISSING FILE MEANS NO LEAVE HAS EVER BEEN
      * REQUESTED.
      ******************************************************************
       1500-LOAD-APPROVED-LEAVE.
           OPEN INPUT LEAVEREQ.
           IF WS-LEAVEREQ-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           IF WS-LEAVEREQ-STATUS NOT = "00"
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 1510-READ-LEAVEREQ THRU 1510-EXIT
               UNTIL WS-END-OF-LEAVEREQ.
           CLOSE LEAVEREQ.
       1500-EXIT.
           EXIT.

       1510-READ-LEAVEREQ.
           READ LEAVEREQ NEXT RECORD
               AT END
                   SET WS-END-OF-LEAVEREQ TO TRUE
           END-READ.
           IF WS-LEAVEREQ-STATUS NOT = "00" AND NOT WS-END-OF-LEAVEREQ
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-END-OF-LEAVEREQ OR NOT LVR-APPROVED
               GO TO 1510-EXIT
           END-IF.
           MOVE ZERO TO WS-LEAVE-DATE-INT.
           IF LVR-LEAVE-DATE NUMERIC
               COMPUTE WS-LEAVE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (LVR-LEAVE-DATE)
           END-IF.
           IF WS-LEAVE-DATE-INT < WS-PERIOD-START-INT
               OR WS-LEAVE-DATE-INT > WS-PERIOD-END-INT
               GO TO 1510-EXIT
           END-IF.
           IF WS-LEAVE-COUNT >= WS-LEAVE-MAX-ENTRIES
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-LEAVE-COUNT.
           MOVE LVR-EMP-ID TO WS-LEAVE-USER-ID (WS-LEAVE-COUNT).
           MOVE LVR-LEAVE-DATE TO WS-LEAVE-DATE (WS-LEAVE-COUNT).
           MOVE LVR-LEAVE-TYPE TO WS-LEAVE-TYPE (WS-LEAVE-COUNT).
           MOVE LVR-HOURS TO WS-LEAVE-HOURS (WS-LEAVE-COUNT).
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PAIR-PUNCHES - WALK THE PUNCH FILE IN THE ORDER TIMECLK
      * WROTE IT. A CLOCK-IN OPENS THE OPERATOR'S DAY; THE MATCHING
                   MOVE "DUPLICATE CLOCK-IN" TO XL-REASON
                   PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
               WHEN PNCH-CLOCK-OUT AND WS-OPEN-SUB = ZERO
                   PERFORM 2550-UNMATCHED-CLOCK-OUT THRU 2550-EXIT
               WHEN PNCH-CLOCK-OUT
                   PERFORM 2500-CLOSE-THE-DAY THRU 2500-EXIT
               WHEN OTHER
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-UNMATCHED-CLOCK-OUT - A CLOCK-OUT WITH NO CLOCK-IN IS AN
      * EXCEPTION, UNLESS THE OPERATOR WAS ON APPROVED LEAVE THAT
      * DAY - THEN THE DAY IS PAID AS LEAVE AND THE STRAY PUNCH IS
      * JUST COUNTED.
      ******************************************************************
       2550-UNMATCHED-CLOCK-OUT.
           MOVE PNCH-USER-ID TO WS-CHECK-USER-ID.
           MOVE PNCH-PUNCH-DATE TO WS-CHECK-DATE.
           PERFORM 2800-CHECK-LEAVE-DAY THRU 2800-EXIT.
           IF WS-ON-APPROVED-LEAVE
               ADD 1 TO WS-PUNCHES-EXCUSED
           ELSE
               MOVE "CLOCK-OUT WITHOUT CLOCK-IN" TO XL-REASON
               PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
           END-IF.
       2550-EXIT.
           EXIT.

       2600-ADD-DAY-HOURS.
           SET WS-DAY-IDX TO 1.
           SEARCH WS-DAY-ENTRY
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CHECK-LEAVE-DAY - IS WS-CHECK-USER-ID ON APPROVED LEAVE
      * ON WS-CHECK-DATE?
      ******************************************************************
       2800-CHECK-LEAVE-DAY.
           MOVE "N" TO WS-ON-LEAVE-SWITCH.
           SET WS-LEAVE-IDX TO 1.
           SEARCH WS-LEAVE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LEAVE-IDX > WS-LEAVE-COUNT
                   CONTINUE
               WHEN WS-LEAVE-USER-ID (WS-LEAVE-IDX) = WS-CHECK-USER-ID
                   AND WS-LEAVE-DATE (WS-LEAVE-IDX) = WS-CHECK-DATE
                   SET WS-ON-APPROVED-LEAVE TO TRUE
           END-SEARCH.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FLAG-OPEN-DAYS - ANY CLOCK-IN STILL OPEN AT END OF FILE
      * IS A MISSING CLOCK-OUT. THE DAY IS NOT CREDITED; IT GOES TO
      * THE EXCEPTION REPORT FOR CORRECTION INSTEAD - UNLESS THE
      * OPERATOR WAS ON APPROVED LEAVE THAT DAY, WHEN THE LEAVE IS
      * WHAT GETS PAID AND THE OPEN PUNCH IS ONLY COUNTED.
      ******************************************************************
       3000-FLAG-OPEN-DAYS.
           PERFORM 3100-FLAG-ONE-OPEN-DAY THRU 3100-EXIT
           EXIT.

       3100-FLAG-ONE-OPEN-DAY.
           IF NOT WS-OPEN-ACTIVE (WS-OPEN-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-OPEN-USER-ID (WS-OPEN-SUB) TO WS-CHECK-USER-ID.
           MOVE WS-OPEN-DATE (WS-OPEN-SUB) TO WS-CHECK-DATE.
           PERFORM 2800-CHECK-LEAVE-DAY THRU 2800-EXIT.
           IF WS-ON-APPROVED-LEAVE
               ADD 1 TO WS-PUNCHES-EXCUSED
           ELSE
               MOVE WS-OPEN-USER-ID (WS-OPEN-SUB) TO XL-USER-ID
               MOVE WS-OPEN-DATE (WS-OPEN-SUB) TO XL-DATE
               MOVE WS-OPEN-TIME (WS-OPEN-SUB) TO XL-TIME

      ******************************************************************
      * 4000-WRITE-TIMEFILE - THE CLEAN HOURS: ONE HEADER WITH THE
      * PERIOD-ENDING DATE, THEN ONE DETAIL PER OPERATOR PER DAY
      * WORKED, THEN ONE DETAIL PER APPROVED LEAVE DAY CARRYING ITS
      * LEAVE TYPE.
      ******************************************************************
       4000-WRITE-TIMEFILE.
           MOVE SPACES TO TIME-FILE-RECORD.
           PERFORM 4100-WRITE-DAY-DETAIL THRU 4100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           PERFORM 4200-WRITE-LEAVE-DETAIL THRU 4200-EXIT
               VARYING WS-LEAVE-SUB FROM 1 BY 1
               UNTIL WS-LEAVE-SUB > WS-LEAVE-COUNT.
       4000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

       4200-WRITE-LEAVE-DETAIL.
           MOVE SPACES TO TIME-FILE-RECORD.
           MOVE "D" TO TIME-RECORD-TYPE.
           MOVE WS-LEAVE-USER-ID (WS-LEAVE-SUB) TO TIME-EMP-ID.
           MOVE WS-LEAVE-DATE (WS-LEAVE-SUB) TO TIME-WORK-DATE.
           MOVE WS-LEAVE-HOURS (WS-LEAVE-SUB) TO TIME-HOURS-WORKED.
           MOVE WS-LEAVE-TYPE (WS-LEAVE-SUB) TO TIME-PAY-TYPE.
           WRITE TIME-FILE-RECORD.
           IF WS-TIMEFILE-STATUS NOT = "00"
               MOVE "TIMEFILE" TO WS-ERROR-FILE-ID
               MOVE WS-TIMEFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-LEAVE-DAYS-BUILT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CUTOVER-PUNCHFIL - AFTER A CLEAN BUILD, REWRITE
      * PUNCHFIL WITH ONLY THE PUNCHES HELD OVER TO THE NEXT
           MOVE WS-KEEP-COUNT TO SL5-HELD.
           MOVE WS-SUMMARY-LINE-5 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-LEAVE-DAYS-BUILT TO SL6-LEAVE-DAYS.
           MOVE WS-SUMMARY-LINE-6 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-PUNCHES-EXCUSED TO SL7-EXCUSED.
           MOVE WS-SUMMARY-LINE-7 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF WS-PUNCHFIL-CUT-OVER
               MOVE WS-CUTOVER-DONE-LINE TO WS-PRINT-LINE
           ELSE
