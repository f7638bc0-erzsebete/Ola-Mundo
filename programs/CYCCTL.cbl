      *          REFUSE NEW ONLINE SESSIONS WHILE THE BATCH WINDOW
      *          IS OPEN. A START IS REFUSED WHEN THE JOB ALREADY
      *          COMPLETED FOR THE BUSINESS DATE (NO DOUBLE RUNS)
      *          OR WHEN A PREDECESSOR HAS NOT COMPLETED FOR THE
      *          DATE (NO OUT-OF-ORDER RUNS - SECRPT BEFORE
      *          AUDTARCH CUT THE GENERATION, PAYRUN WHILE
      *          TERMINALS WERE STILL POSTING). A JOB LEFT IN
      *
      * Modification History:
      *   2026-09-02 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  PREDECESSORS NOW COME FROM THE SCHFILE BATCH
      *                   SCHEDULE DEFINITION (UP TO FOUR PER JOB);
      *                   THE CALLER'S PREDECESSOR ONLY COUNTS FOR A
      *                   JOB NOT ON THE SCHEDULE. NEW "I" FUNCTION
      *                   RETURNS A JOB'S ENTRY FOR A DATE FOR THE
      *                   CYCSTAT MORNING STATUS REPORT.
      *   2026-10-15 EAM  NEW "O" FUNCTION ASKS THE SESSCTL SESSION
      *                   REGISTRY WHETHER OPERATORS ARE STILL SIGNED
      *                   ON, WAITING UP TO THE CALLER'S LIMIT FOR
      *                   THEM TO DRAIN, SO A NIGHTLY JOB NEED NOT
      *                   START UNDER LIVE TERMINALS.
      *   2026-10-15 EAM  NEW "W" FUNCTION WITHDRAWS A START THE JOB
      *                   GAVE UP ON BEFORE DOING ANY WORK, SO A
      *                   REFUSED DRAIN DOES NOT LEAVE SIGN-ONS SHUT.
      *   2026-10-15 EAM  A FORCED RE-RUN KEEPS THE EARLIER COMPLETION
      *                   ON ITS RECORD, AND WITHDRAWING THE RE-RUN
      *                   PUTS THAT COMPLETION BACK INSTEAD OF
      *                   DELETING THE JOB'S ENTRY FOR THE DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCTL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT SCHFILE ASSIGN TO SCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-JOB-NAME
               FILE STATUS IS WS-SCHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCFILE
           RECORDING MODE IS F.
           COPY CYCRECR.
       FD  SCHFILE
           RECORDING MODE IS F.
           COPY SCHEDR.
       WORKING-STORAGE SECTION.
        77 WS-CYCFILE-STATUS PIC X(02).
            88 WS-CYCFILE-NOTFND VALUE "23".
        77 WS-SCHFILE-STATUS PIC X(02).
            88 WS-SCHFILE-NOTFND VALUE "23".
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-CYCFILE VALUE "Y".
        77 WS-RECORD-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-JOB-RECORD-FOUND VALUE "Y".
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-PRED-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-WAITED-MINUTES PIC 9(03) VALUE ZERO.
        77 WS-DELAY-SECONDS PIC S9(09) BINARY VALUE 60.
        77 WS-PRIOR-SWITCH PIC X(01) VALUE "N".
            88 WS-PRIOR-SAVED VALUE "Y".
        77 WS-PRIOR-END-DATE PIC 9(08) VALUE ZERO.
        77 WS-PRIOR-END-TIME PIC 9(08) VALUE ZERO.
        77 WS-PRIOR-START-DAYS PIC 9(02) VALUE ZERO.
        77 WS-PRIOR-START-TIME PIC 9(08) VALUE ZERO.
        01 WS-PRED-TABLE.
           05  WS-PRED-NAME            PIC X(08)
                   OCCURS 4 TIMES.
        01 WS-DELAY-FEEDBACK PIC X(12) VALUE SPACES.
           COPY SESSCOMM.
       LINKAGE SECTION.
           COPY CYCCOMM.
       PROCEDURE DIVISION USING CYC-CTL-AREA.
           IF CYC-CTL-BUS-DATE = ZERO
               MOVE WS-RUN-DATE TO CYC-CTL-BUS-DATE
           END-IF.
           IF CYC-CTL-FUNC-ONLINE
               PERFORM 7000-WAIT-FOR-SESSIONS THRU 7000-EXIT
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-CYCFILE THRU 1000-EXIT.
           IF CYC-CTL-IO-ERROR
               GOBACK
                   PERFORM 3000-REGISTER-END THRU 3000-EXIT
               WHEN CYC-CTL-FUNC-QUERY
                   PERFORM 4000-QUERY-WINDOW THRU 4000-EXIT
               WHEN CYC-CTL-FUNC-INQUIRE
                   PERFORM 6000-INQUIRE-JOB THRU 6000-EXIT
               WHEN CYC-CTL-FUNC-WITHDRAW
                   PERFORM 6500-WITHDRAW-START THRU 6500-EXIT
               WHEN OTHER
                   MOVE "99" TO CYC-CTL-RETURN
           END-EVALUATE.

      ******************************************************************
      * 2000-REGISTER-START - REFUSE A COMPLETED JOB/DATE ("AR") OR
      * ANY UNFINISHED PREDECESSOR ("PM"); OTHERWISE PUT THE JOB'S
      * STARTED RECORD ON FILE. A RECORD LEFT STARTED BY A PRIOR
      * ABEND IS TAKEN OVER, NOT REFUSED, AND A CALLER SETTING
      * CYC-CTL-FORCE "Y" MAY TAKE OVER EVEN A COMPLETED RECORD -
      * ANSWER IS SAVED IN ITS OWN SWITCH BEFORE THE PREDECESSOR
      * READ RUNS, BECAUSE THAT READ REUSES THE SHARED FOUND
      * SWITCH - THE WRITE/REWRITE CHOICE MUST FOLLOW THE JOB'S
      * OWN RECORD, NOT THE PREDECESSOR'S - AND ANY EARLIER
      * COMPLETION A FORCED RE-RUN TAKES OVER IS SAVED FOR THE SAME
      * REASON (2010) BEFORE THAT READ, TO GO BACK ON THE RECORD.
      ******************************************************************
       2000-REGISTER-START.
           MOVE CYC-CTL-JOB-NAME TO CYC-JOB-NAME.
               MOVE "AR" TO CYC-CTL-RETURN
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-SAVE-PRIOR-COMPLETION THRU 2010-EXIT.
           PERFORM 2050-LOAD-PREDECESSORS THRU 2050-EXIT.
           IF NOT CYC-CTL-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 4 OR NOT CYC-CTL-OK.
           IF NOT CYC-CTL-OK
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO CYCLE-RECORD.
           MOVE CYC-CTL-JOB-NAME TO CYC-JOB-NAME.
           MOVE WS-RUN-TIME TO CYC-START-TIME.
           MOVE ZERO TO CYC-END-DATE.
           MOVE ZERO TO CYC-END-TIME.
           MOVE ZERO TO CYC-PRIOR-START-DAYS.
           MOVE ZERO TO CYC-PRIOR-START-TIME.
           IF WS-PRIOR-SAVED
               SET CYC-PRIOR-COMPLETE TO TRUE
               MOVE WS-PRIOR-END-DATE TO CYC-END-DATE
               MOVE WS-PRIOR-END-TIME TO CYC-END-TIME
               MOVE WS-PRIOR-START-DAYS TO CYC-PRIOR-START-DAYS
               MOVE WS-PRIOR-START-TIME TO CYC-PRIOR-START-TIME
           END-IF.
           IF WS-JOB-RECORD-FOUND
               REWRITE CYCLE-RECORD
           ELSE
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-SAVE-PRIOR-COMPLETION - A FORCED RE-RUN TAKING OVER A
      * COMPLETE RECORD KEEPS THAT COMPLETION'S START AND END. SO
      * DOES A RE-RUN RESUBMITTED AFTER ITS OWN ABEND, WHICH FINDS
      * THE COMPLETION ALREADY SAVED ON ITS STARTED RECORD.
      ******************************************************************
       2010-SAVE-PRIOR-COMPLETION.
           MOVE "N" TO WS-PRIOR-SWITCH.
           IF NOT WS-JOB-RECORD-FOUND
               GO TO 2010-EXIT
           END-IF.
           IF CYC-STATUS-COMPLETE
               MOVE CYC-END-DATE TO WS-PRIOR-END-DATE
               MOVE CYC-END-TIME TO WS-PRIOR-END-TIME
               MOVE CYC-START-TIME TO WS-PRIOR-START-TIME
               COMPUTE WS-PRIOR-START-DAYS =
                   FUNCTION INTEGER-OF-DATE (CYC-END-DATE) -
                   FUNCTION INTEGER-OF-DATE (CYC-START-DATE)
               SET WS-PRIOR-SAVED TO TRUE
               GO TO 2010-EXIT
           END-IF.
           IF CYC-PRIOR-COMPLETE
               MOVE CYC-END-DATE TO WS-PRIOR-END-DATE
               MOVE CYC-END-TIME TO WS-PRIOR-END-TIME
               MOVE CYC-PRIOR-START-TIME TO WS-PRIOR-START-TIME
               MOVE CYC-PRIOR-START-DAYS TO WS-PRIOR-START-DAYS
               SET WS-PRIOR-SAVED TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2050-LOAD-PREDECESSORS - THE JOB'S PREDECESSORS FROM ITS
      * SCHFILE SCHEDULE ENTRY. A JOB NOT ON THE SCHEDULE, OR A
      * SCHEDULE NOT YET LOADED, KEEPS THE ONE PREDECESSOR THE
      * CALLER PASSED, SO NOTHING RUNS UNSEQUENCED WHILE THE
      * SCHEDULE IS BEING BUILT UP. THE SCHEDULE IS OPENED AND
      * CLOSED HERE FOR THE SAME REASON CYCFILE IS OPENED PER CALL.
      ******************************************************************
       2050-LOAD-PREDECESSORS.
           MOVE SPACES TO WS-PRED-TABLE.
           MOVE CYC-CTL-PRED-NAME TO WS-PRED-NAME (1).
           OPEN INPUT SCHFILE.
           IF WS-SCHFILE-STATUS = "35"
               GO TO 2050-EXIT
           END-IF.
           IF WS-SCHFILE-STATUS NOT = "00"
               MOVE "99" TO CYC-CTL-RETURN
               GO TO 2050-EXIT
           END-IF.
           MOVE CYC-CTL-JOB-NAME TO SCH-JOB-NAME.
           READ SCHFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SCHFILE-STATUS = "00"
               MOVE SCH-PREDECESSORS TO WS-PRED-TABLE
           ELSE
               IF NOT WS-SCHFILE-NOTFND
                   MOVE "99" TO CYC-CTL-RETURN
               END-IF
           END-IF.
           CLOSE SCHFILE.
       2050-EXIT.
           EXIT.

       2100-CHECK-PREDECESSOR.
           IF WS-PRED-NAME (WS-PRED-SUB) = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-PRED-NAME (WS-PRED-SUB) TO CYC-JOB-NAME.
           MOVE CYC-CTL-BUS-DATE TO CYC-BUS-DATE.
           PERFORM 5000-READ-CYCLE-RECORD THRU 5000-EXIT.
           IF CYC-CTL-IO-ERROR
           IF NOT WS-RECORD-FOUND
               OR NOT CYC-STATUS-COMPLETE
               MOVE "PM" TO CYC-CTL-RETURN
               MOVE WS-PRED-NAME (WS-PRED-SUB) TO CYC-CTL-PRED-NAME
           END-IF.
       2100-EXIT.
           EXIT.
           SET CYC-STATUS-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO CYC-END-DATE.
           MOVE WS-RUN-TIME TO CYC-END-TIME.
           MOVE SPACE TO CYC-PRIOR-STATUS.
           MOVE ZERO TO CYC-PRIOR-START-DAYS.
           MOVE ZERO TO CYC-PRIOR-START-TIME.
           IF WS-RECORD-FOUND
               REWRITE CYCLE-RECORD
           ELSE
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-INQUIRE-JOB - HAND BACK THE JOB'S ENTRY FOR THE DATE
      * WITHOUT CHANGING IT. "NF" MEANS THE JOB NEVER STARTED FOR
      * THE DATE.
      ******************************************************************
       6000-INQUIRE-JOB.
           MOVE SPACES TO CYC-CTL-JOB-STATUS.
           MOVE ZERO TO CYC-CTL-START-DATE.
           MOVE ZERO TO CYC-CTL-START-TIME.
           MOVE ZERO TO CYC-CTL-END-DATE.
           MOVE ZERO TO CYC-CTL-END-TIME.
           MOVE CYC-CTL-JOB-NAME TO CYC-JOB-NAME.
           MOVE CYC-CTL-BUS-DATE TO CYC-BUS-DATE.
           PERFORM 5000-READ-CYCLE-RECORD THRU 5000-EXIT.
           IF CYC-CTL-IO-ERROR
               GO TO 6000-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               MOVE "NF" TO CYC-CTL-RETURN
               GO TO 6000-EXIT
           END-IF.
           MOVE CYC-STATUS TO CYC-CTL-JOB-STATUS.
           MOVE CYC-START-DATE TO CYC-CTL-START-DATE.
           MOVE CYC-START-TIME TO CYC-CTL-START-TIME.
           IF CYC-STATUS-COMPLETE
               MOVE CYC-END-DATE TO CYC-CTL-END-DATE
               MOVE CYC-END-TIME TO CYC-CTL-END-TIME
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6500-WITHDRAW-START - PUT THE JOB'S ENTRY FOR THE DATE BACK
      * AS IT WAS BEFORE THE START: A FORCED RE-RUN'S RECORD GETS
      * THE EARLIER COMPLETION IT TOOK OVER BACK (2010), ANY OTHER
      * STARTED ENTRY IS DELETED AS IF IT HAD NEVER BEEN SUBMITTED.
      * ONLY A JOB THAT HAS DONE NO WORK CALLS THIS; A COMPLETED
      * ENTRY IS NEVER TAKEN BACK ("AR").
      ******************************************************************
       6500-WITHDRAW-START.
           MOVE CYC-CTL-JOB-NAME TO CYC-JOB-NAME.
           MOVE CYC-CTL-BUS-DATE TO CYC-BUS-DATE.
           PERFORM 5000-READ-CYCLE-RECORD THRU 5000-EXIT.
           IF CYC-CTL-IO-ERROR
               GO TO 6500-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               MOVE "NF" TO CYC-CTL-RETURN
               GO TO 6500-EXIT
           END-IF.
           IF CYC-STATUS-COMPLETE
               MOVE "AR" TO CYC-CTL-RETURN
               GO TO 6500-EXIT
           END-IF.
           IF CYC-PRIOR-COMPLETE
               PERFORM 6600-RESTORE-COMPLETION THRU 6600-EXIT
               GO TO 6500-EXIT
           END-IF.
           DELETE CYCFILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-CYCFILE-STATUS NOT = "00"
               MOVE "99" TO CYC-CTL-RETURN
           END-IF.
       6500-EXIT.
           EXIT.

       6600-RESTORE-COMPLETION.
           SET CYC-STATUS-COMPLETE TO TRUE.
           MOVE CYC-PRIOR-START-TIME TO CYC-START-TIME.
           COMPUTE CYC-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CYC-END-DATE) -
                CYC-PRIOR-START-DAYS).
           MOVE SPACE TO CYC-PRIOR-STATUS.
           MOVE ZERO TO CYC-PRIOR-START-DAYS.
           MOVE ZERO TO CYC-PRIOR-START-TIME.
           REWRITE CYCLE-RECORD.
           IF WS-CYCFILE-STATUS NOT = "00"
               MOVE "99" TO CYC-CTL-RETURN
           END-IF.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WAIT-FOR-SESSIONS - COUNT THE OPERATORS STILL SIGNED ON
      * (SESSCTL CLEARS DROPPED TERMINALS AS IT COUNTS) AND, WHILE
      * ANY ARE LEFT, WAIT A MINUTE AND COUNT AGAIN, UP TO THE
      * CALLER'S LIMIT. THE WAIT IS THE LANGUAGE ENVIRONMENT DELAY
      * SERVICE, SO THE STEP SITS IDLE RATHER THAN SPINNING. THIS
      * RUNS WITHOUT CYCFILE OPEN, SO OTHER JOBS CAN STILL REGISTER
      * WHILE ONE WAITS.
      ******************************************************************
       7000-WAIT-FOR-SESSIONS.
           MOVE ZERO TO WS-WAITED-MINUTES.
           MOVE ZERO TO CYC-CTL-SESSION-COUNT.
           IF CYC-CTL-WAIT-MINUTES NOT NUMERIC
               MOVE ZERO TO CYC-CTL-WAIT-MINUTES
           END-IF.
           PERFORM 7100-COUNT-SESSIONS THRU 7100-EXIT.
           PERFORM 7200-WAIT-ONE-MINUTE THRU 7200-EXIT
               UNTIL CYC-CTL-IO-ERROR
                   OR CYC-CTL-SESSION-COUNT = ZERO
                   OR WS-WAITED-MINUTES >= CYC-CTL-WAIT-MINUTES.
           IF CYC-CTL-OK AND CYC-CTL-SESSION-COUNT > ZERO
               MOVE "SO" TO CYC-CTL-RETURN
           END-IF.
       7000-EXIT.
           EXIT.

       7100-COUNT-SESSIONS.
           MOVE "C" TO SESS-CTL-FUNCTION.
           MOVE SPACES TO SESS-CTL-USER-ID.
           MOVE SPACES TO SESS-CTL-TERM-ID.
           CALL "SESSCTL" USING SESS-CTL-AREA.
           IF SESS-CTL-OK
               MOVE SESS-CTL-SESSION-COUNT TO CYC-CTL-SESSION-COUNT
           ELSE
               MOVE "99" TO CYC-CTL-RETURN
           END-IF.
       7100-EXIT.
           EXIT.

       7200-WAIT-ONE-MINUTE.
           CALL "CEE3DLY" USING WS-DELAY-SECONDS WS-DELAY-FEEDBACK.
           ADD 1 TO WS-WAITED-MINUTES.
           PERFORM 7100-COUNT-SESSIONS THRU 7100-EXIT.
       7200-EXIT.
           EXIT.
       END PROGRAM CYCCTL.
