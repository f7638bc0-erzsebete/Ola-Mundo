      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: ONLINE SESSION REGISTRY SUBPROGRAM. THE ONE PLACE
      *          THE SESSFILE SESSION FILE IS READ OR WRITTEN -
      *          HELLOWORLD CALLS HERE TO PUT AN OPERATOR'S SESSION
      *          ON AT SIGN-ON ("S", REFUSED WHEN THE SAME USER ID
      *          IS ACTIVE AT ANOTHER TERMINAL), TO MARK EACH MENU
      *          ACTION ("A") AND TO TAKE IT OFF AT SIGN-OFF OR
      *          TIMEOUT ("F"); THE SESSADM SUPERVISOR TRANSACTION
      *          LISTS SESSIONS ("N") AND FORCES THEM OFF ("K"); AND
      *          CYCCTL COUNTS THEM ("C") SO A NIGHTLY JOB CAN WAIT
      *          FOR THE TERMINALS TO DRAIN BEFORE IT CUTS OVER THE
      *          FILES THEY POST TO. A SESSION AT THE MENU WITH NO
      *          ACTIVITY FOR WS-STALE-MINUTES IS A DROPPED TERMINAL
      *          - THE MENU'S OWN IDLE TIMEOUT WOULD HAVE SIGNED A
      *          LIVE ONE OFF LONG BEFORE - AND IS CLEARED WHEREVER
      *          IT IS MET, SO NOBODY HAS TO CLEAN THE FILE BY HAND.
      *          ONE INSIDE A SUBSYSTEM IS HELD TO THE LONGER
      *          WS-SUBSYS-STALE-MINUTES (A SHIFT): THE SUBSYSTEM DOES
      *          NOT REPORT ACTIVITY AND MAY STILL BE POSTING, BUT A
      *          TERMINAL THAT DROPPED INSIDE ONE MUST NOT LOCK ITS
      *          OPERATOR OUT OR HOLD UP THE NIGHTLY DRAINS. A
      *          FORCE-OFF ONLY FLAGS THE SESSION, WHICH STAYS ON FILE
      *          AND COUNTS AS OPEN UNTIL THE TERMINAL'S NEXT MENU
      *          ACTION ENDS IT; FORCING OFF A SESSION ALREADY FLAGGED
      *          TAKES IT OFF OUTRIGHT - THE SUPERVISOR'S WORD THAT
      *          THE TERMINAL IS DEAD. THE FILE IS
      *          OPENED AND CLOSED PER CALL SO NO TERMINAL EVER
      *          HOLDS IT ACROSS ITS OWN WORK.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  FORCE-OFF FLAGS THE SESSION RATHER THAN
      *                   DELETING IT, SO IT STAYS COUNTED UNTIL THE
      *                   TERMINAL ENDS IT; A SESSION IN A SUBSYSTEM
      *                   IS NO LONGER CLEARED AS STALE.
      *   2026-10-15 EAM  A SESSION IN A SUBSYSTEM GOES STALE AFTER
      *                   WS-SUBSYS-STALE-MINUTES INSTEAD OF NEVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSCTL.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSFILE ASSIGN TO SESSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-USER-ID
               FILE STATUS IS WS-SESSFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSFILE
           RECORDING MODE IS F.
           COPY SESSRECR.
       WORKING-STORAGE SECTION.
        77 WS-SESSFILE-STATUS PIC X(02).
            88 WS-SESSFILE-NOTFND VALUE "23".
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-SESSFILE VALUE "Y".
        77 WS-RECORD-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-RECORD-FOUND VALUE "Y".
        77 WS-STALE-SWITCH PIC X(01) VALUE "N".
            88 WS-SESSION-STALE VALUE "Y".
        77 WS-STALE-MINUTES PIC 9(04) COMP VALUE 60.
        77 WS-SUBSYS-STALE-MINUTES PIC 9(04) COMP VALUE 480.
        77 WS-STALE-LIMIT PIC 9(04) COMP VALUE ZERO.
        77 WS-IDLE-MINUTES PIC S9(09) COMP VALUE ZERO.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH               PIC 9(02).
           05  WS-RUN-MM               PIC 9(02).
           05  FILLER                  PIC 9(04).
        01 WS-LAST-TIME PIC 9(08) VALUE ZERO.
        01 WS-LAST-TIME-PARTS REDEFINES WS-LAST-TIME.
           05  WS-LAST-HH              PIC 9(02).
           05  WS-LAST-MM              PIC 9(02).
           05  FILLER                  PIC 9(04).
       LINKAGE SECTION.
           COPY SESSCOMM.
       PROCEDURE DIVISION USING SESS-CTL-AREA.
       0000-MAINLINE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "00" TO SESS-CTL-RETURN.
           PERFORM 1000-OPEN-SESSFILE THRU 1000-EXIT.
           IF SESS-CTL-IO-ERROR
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN SESS-CTL-FUNC-SIGNON
                   PERFORM 2000-REGISTER-SIGNON THRU 2000-EXIT
               WHEN SESS-CTL-FUNC-ACTIVITY
                   PERFORM 3000-REGISTER-ACTIVITY THRU 3000-EXIT
               WHEN SESS-CTL-FUNC-SIGNOFF
                   PERFORM 3500-REGISTER-SIGNOFF THRU 3500-EXIT
               WHEN SESS-CTL-FUNC-FORCE-OFF
                   PERFORM 4000-FORCE-OFF THRU 4000-EXIT
               WHEN SESS-CTL-FUNC-COUNT
                   PERFORM 4500-COUNT-SESSIONS THRU 4500-EXIT
               WHEN SESS-CTL-FUNC-NEXT
                   PERFORM 5000-NEXT-SESSION THRU 5000-EXIT
               WHEN OTHER
                   MOVE "99" TO SESS-CTL-RETURN
           END-EVALUATE.
           CLOSE SESSFILE.
           GOBACK.

      ******************************************************************
      * 1000-OPEN-SESSFILE - OPEN FOR UPDATE, CREATING THE DATASET
      * EMPTY ON THE FIRST EVER CALL THE SAME WAY CYCCTL CREATES
      * CYCFILE.
      ******************************************************************
       1000-OPEN-SESSFILE.
           OPEN I-O SESSFILE.
           IF WS-SESSFILE-STATUS = "35"
               OPEN OUTPUT SESSFILE
               CLOSE SESSFILE
               OPEN I-O SESSFILE
           END-IF.
           IF WS-SESSFILE-STATUS NOT = "00"
               MOVE "99" TO SESS-CTL-RETURN
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REGISTER-SIGNON - ONE TERMINAL PER OPERATOR. A LIVE
      * SESSION AT ANOTHER TERMINAL REFUSES THE SIGN-ON ("AE"); THE
      * CALLER AUDITS IT. A SESSION LEFT AT THIS SAME TERMINAL (THE
      * OPERATOR'S OWN DROPPED CONNECTION) OR GONE STALE ANYWHERE
      * IS REPLACED. ONE FORCED OFF BUT NOT YET ENDED AT ANOTHER
      * TERMINAL STILL REFUSES - THAT TERMINAL MAY BE POSTING.
      ******************************************************************
       2000-REGISTER-SIGNON.
           MOVE SPACES TO SESS-CTL-OTHER-TERM.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           PERFORM 6000-READ-SESSION THRU 6000-EXIT.
           IF SESS-CTL-IO-ERROR
               GO TO 2000-EXIT
           END-IF.
           IF WS-RECORD-FOUND
               AND SESS-TERM-ID NOT = SESS-CTL-TERM-ID
               PERFORM 6100-CHECK-STALE THRU 6100-EXIT
               IF NOT WS-SESSION-STALE
                   MOVE "AE" TO SESS-CTL-RETURN
                   MOVE SESS-TERM-ID TO SESS-CTL-OTHER-TERM
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO SESSION-RECORD.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           MOVE SESS-CTL-TERM-ID TO SESS-TERM-ID.
           MOVE WS-RUN-DATE TO SESS-SIGNON-DATE.
           MOVE WS-RUN-TIME TO SESS-SIGNON-TIME.
           MOVE WS-RUN-DATE TO SESS-LAST-DATE.
           MOVE WS-RUN-TIME TO SESS-LAST-TIME.
           MOVE SPACE TO SESS-SUBSYS-TRAN.
           IF WS-RECORD-FOUND
               REWRITE SESSION-RECORD
           ELSE
               WRITE SESSION-RECORD
           END-IF.
           IF WS-SESSFILE-STATUS NOT = "00"
               MOVE "99" TO SESS-CTL-RETURN
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTER-ACTIVITY - THE SESSION IS STILL IN USE. A
      * SESSION NO LONGER ON FILE FOR THIS TERMINAL HAS BEEN ENDED
      * FROM OUTSIDE AND THE CALLER MUST SIGN OFF ("NF"). SO HAS ONE
      * A SUPERVISOR FLAGGED FORCED OFF - THE RECORD COMES OFF NOW,
      * THE TERMINAL BEING BACK AT THE MENU AND DONE POSTING.
      ******************************************************************
       3000-REGISTER-ACTIVITY.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           PERFORM 6000-READ-SESSION THRU 6000-EXIT.
           IF SESS-CTL-IO-ERROR
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               OR SESS-TERM-ID NOT = SESS-CTL-TERM-ID
               MOVE "NF" TO SESS-CTL-RETURN
               GO TO 3000-EXIT
           END-IF.
           IF SESS-STATUS-FORCED-OFF
               PERFORM 6200-DELETE-SESSION THRU 6200-EXIT
               IF NOT SESS-CTL-IO-ERROR
                   MOVE "NF" TO SESS-CTL-RETURN
               END-IF
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO SESS-LAST-DATE.
           MOVE WS-RUN-TIME TO SESS-LAST-TIME.
           MOVE SESS-CTL-SUBSYS-TRAN TO SESS-SUBSYS-TRAN.
           REWRITE SESSION-RECORD.
           IF WS-SESSFILE-STATUS NOT = "00"
               MOVE "99" TO SESS-CTL-RETURN
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REGISTER-SIGNOFF - TAKE THE SESSION OFF, BUT ONLY IF IT
      * IS STILL THIS TERMINAL'S - A SESSION FORCED OFF AND SINCE
      * SIGNED ON AGAIN ELSEWHERE IS NOT TOUCHED.
      ******************************************************************
       3500-REGISTER-SIGNOFF.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           PERFORM 6000-READ-SESSION THRU 6000-EXIT.
           IF SESS-CTL-IO-ERROR
               GO TO 3500-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               OR SESS-TERM-ID NOT = SESS-CTL-TERM-ID
               MOVE "NF" TO SESS-CTL-RETURN
               GO TO 3500-EXIT
           END-IF.
           PERFORM 6200-DELETE-SESSION THRU 6200-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FORCE-OFF - A SUPERVISOR ENDS THE USER'S SESSION
      * WHEREVER IT IS. THE SESSION IS FLAGGED, NOT DELETED: THE
      * TERMINAL MAY BE IN THE MIDDLE OF A SUBSYSTEM, AND UNTIL IT
      * NEXT REACHES THE MENU ("A" COMES BACK "NF" AND THE RECORD
      * GOES) IT IS STILL COUNTED AS OPEN. A SESSION ALREADY FLAGGED
      * IS TAKEN OFF OUTRIGHT - A TERMINAL THAT NEVER CAME BACK.
      * EITHER WAY THE STATUS IT HAD IS RETURNED TO THE CALLER.
      ******************************************************************
       4000-FORCE-OFF.
           MOVE SPACES TO SESS-CTL-OTHER-TERM.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           PERFORM 6000-READ-SESSION THRU 6000-EXIT.
           IF SESS-CTL-IO-ERROR
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               MOVE "NF" TO SESS-CTL-RETURN
               GO TO 4000-EXIT
           END-IF.
           MOVE SESS-TERM-ID TO SESS-CTL-OTHER-TERM.
           MOVE SESS-STATUS TO SESS-CTL-SESS-STATUS.
           IF SESS-STATUS-FORCED-OFF
               PERFORM 6200-DELETE-SESSION THRU 6200-EXIT
               GO TO 4000-EXIT
           END-IF.
           SET SESS-STATUS-FORCED-OFF TO TRUE.
           REWRITE SESSION-RECORD.
           IF WS-SESSFILE-STATUS NOT = "00"
               MOVE "99" TO SESS-CTL-RETURN
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-COUNT-SESSIONS - ONE PASS OVER THE FILE: STALE SESSIONS
      * ARE CLEARED, THE REST - FORCED-OFF ONES THEIR TERMINALS HAVE
      * NOT YET ENDED INCLUDED - ARE COUNTED AS OPEN.
      ******************************************************************
       4500-COUNT-SESSIONS.
           MOVE ZERO TO SESS-CTL-SESSION-COUNT.
           MOVE ZERO TO SESS-CTL-STALE-COUNT.
           MOVE LOW-VALUES TO SESS-USER-ID.
           PERFORM 5200-START-AFTER-KEY THRU 5200-EXIT.
           PERFORM 4600-COUNT-ONE-SESSION THRU 4600-EXIT
               UNTIL WS-END-OF-SESSFILE.
       4500-EXIT.
           EXIT.

       4600-COUNT-ONE-SESSION.
           PERFORM 6100-CHECK-STALE THRU 6100-EXIT.
           IF WS-SESSION-STALE
               PERFORM 6200-DELETE-SESSION THRU 6200-EXIT
               ADD 1 TO SESS-CTL-STALE-COUNT
           ELSE
               ADD 1 TO SESS-CTL-SESSION-COUNT
           END-IF.
           IF SESS-CTL-IO-ERROR
               SET WS-END-OF-SESSFILE TO TRUE
               GO TO 4600-EXIT
           END-IF.
           PERFORM 5300-READ-SESSFILE-NEXT THRU 5300-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 5000-NEXT-SESSION - THE FIRST LIVE SESSION ABOVE THE USER ID
      * PASSED, FOR THE SUPERVISOR'S LIST. STALE SESSIONS MET ON THE
      * WAY ARE CLEARED, NOT SHOWN.
      ******************************************************************
       5000-NEXT-SESSION.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH.
           MOVE SESS-CTL-USER-ID TO SESS-USER-ID.
           PERFORM 5200-START-AFTER-KEY THRU 5200-EXIT.
           PERFORM 5100-SKIP-STALE-SESSION THRU 5100-EXIT
               UNTIL WS-END-OF-SESSFILE OR WS-RECORD-FOUND.
           IF SESS-CTL-IO-ERROR
               GO TO 5000-EXIT
           END-IF.
           IF NOT WS-RECORD-FOUND
               MOVE "EL" TO SESS-CTL-RETURN
               GO TO 5000-EXIT
           END-IF.
           MOVE SESS-USER-ID TO SESS-CTL-USER-ID.
           MOVE SESS-TERM-ID TO SESS-CTL-TERM-ID.
           MOVE SESS-SUBSYS-TRAN TO SESS-CTL-SUBSYS-TRAN.
           MOVE SESS-SIGNON-DATE TO SESS-CTL-SIGNON-DATE.
           MOVE SESS-SIGNON-TIME TO SESS-CTL-SIGNON-TIME.
           MOVE SESS-LAST-DATE TO SESS-CTL-LAST-DATE.
           MOVE SESS-LAST-TIME TO SESS-CTL-LAST-TIME.
           MOVE SESS-STATUS TO SESS-CTL-SESS-STATUS.
       5000-EXIT.
           EXIT.

       5100-SKIP-STALE-SESSION.
           PERFORM 6100-CHECK-STALE THRU 6100-EXIT.
           IF NOT WS-SESSION-STALE
               SET WS-RECORD-FOUND TO TRUE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 6200-DELETE-SESSION THRU 6200-EXIT.
           IF SESS-CTL-IO-ERROR
               SET WS-END-OF-SESSFILE TO TRUE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5300-READ-SESSFILE-NEXT THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-START-AFTER-KEY / 5300-READ-SESSFILE-NEXT - POSITION
      * PAST THE KEY IN SESS-USER-ID AND READ FORWARD FROM THERE.
      ******************************************************************
       5200-START-AFTER-KEY.
           START SESSFILE KEY > SESS-USER-ID
               INVALID KEY
                   SET WS-END-OF-SESSFILE TO TRUE
           END-START.
           IF NOT WS-END-OF-SESSFILE
               PERFORM 5300-READ-SESSFILE-NEXT THRU 5300-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

       5300-READ-SESSFILE-NEXT.
           READ SESSFILE NEXT RECORD
               AT END
                   SET WS-END-OF-SESSFILE TO TRUE
           END-READ.
           IF WS-SESSFILE-STATUS NOT = "00" AND NOT WS-END-OF-SESSFILE
               MOVE "99" TO SESS-CTL-RETURN
               SET WS-END-OF-SESSFILE TO TRUE
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 6000-READ-SESSION - KEYED READ OF THE USER IN SESS-USER-ID.
      * NOT-FOUND IS A NORMAL ANSWER; ANYTHING ELSE UNEXPECTED COMES
      * BACK AS AN IO ERROR FOR THE CALLER.
      ******************************************************************
       6000-READ-SESSION.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH.
           READ SESSFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SESSFILE-STATUS = "00"
               SET WS-RECORD-FOUND TO TRUE
           ELSE
               IF NOT WS-SESSFILE-NOTFND
                   MOVE "99" TO SESS-CTL-RETURN
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-CHECK-STALE - MINUTES SINCE THE SESSION'S LAST ACTIVITY,
      * ACROSS MIDNIGHT AND MONTH ENDS. A JUNK DATE COUNTS AS STALE.
      * A SESSION INSIDE A SUBSYSTEM IS GIVEN WS-SUBSYS-STALE-MINUTES
      * INSTEAD - ITS LAST ACTIVITY IS WHEN IT LEFT THE MENU, HOWEVER
      * LONG THE WORK TAKES.
      ******************************************************************
       6100-CHECK-STALE.
           MOVE "N" TO WS-STALE-SWITCH.
           MOVE WS-STALE-MINUTES TO WS-STALE-LIMIT.
           IF SESS-SUBSYS-TRAN NOT = SPACE
               MOVE WS-SUBSYS-STALE-MINUTES TO WS-STALE-LIMIT
           END-IF.
           IF SESS-LAST-DATE NOT NUMERIC
               OR SESS-LAST-DATE = ZERO
               OR SESS-LAST-TIME NOT NUMERIC
               SET WS-SESSION-STALE TO TRUE
               GO TO 6100-EXIT
           END-IF.
           MOVE SESS-LAST-TIME TO WS-LAST-TIME.
           COMPUTE WS-IDLE-MINUTES =
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                FUNCTION INTEGER-OF-DATE (SESS-LAST-DATE)) * 1440
               + (WS-RUN-HH * 60 + WS-RUN-MM)
               - (WS-LAST-HH * 60 + WS-LAST-MM).
           IF WS-IDLE-MINUTES >= WS-STALE-LIMIT
               SET WS-SESSION-STALE TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

       6200-DELETE-SESSION.
           DELETE SESSFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-SESSFILE-STATUS NOT = "00"
               AND NOT WS-SESSFILE-NOTFND
               MOVE "99" TO SESS-CTL-RETURN
           END-IF.
       6200-EXIT.
           EXIT.
       END PROGRAM SESSCTL.
