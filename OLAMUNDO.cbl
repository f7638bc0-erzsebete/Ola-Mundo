      *                   BILINGUAL DL100TAB MESSAGE WHILE IT IS -
      *                   NO MORE TERMINALS POSTING PUNCHES INTO A
      *                   RUNNING PAYRUN.
      *   2026-10-15 EAM  THE BROADCASTS NOW START ON THE ROW BELOW
      *                   THE LAST MENU OPTION INSTEAD OF A FIXED
      *                   ROW 11, SO A LONGER MENU NO LONGER PAINTS
      *                   OVER THEM. NEW TAXMAINT TRAN "8" IN THE
      *                   DISPATCH TABLE.
      *   2026-10-15 EAM  NEW LEAVEADM TRAN "0" (LEAVE REQUESTS AND
      *                   APPROVALS) IN THE DISPATCH TABLE.
      *   2026-10-15 EAM  NEW VENDADM TRAN "V" (VENDOR MASTER AND ITEM
      *                   SOURCING) IN THE DISPATCH TABLE.
      *   2026-10-15 EAM  SIGN-ON NOW PUTS THE OPERATOR'S SESSION ON
      *                   THE SESSFILE REGISTRY (THROUGH SESSCTL) AND
      *                   REFUSES A USER ID ALREADY ACTIVE AT ANOTHER
      *                   TERMINAL, WITH A "DS" AUDIT EVENT NAMING
      *                   THAT TERMINAL. EVERY MENU ACTION AND
      *                   SUBSYSTEM CALL MARKS THE SESSION ACTIVE; A
      *                   SESSION A SUPERVISOR HAS FORCED OFF (NEW
      *                   SESSADM TRAN "S") ENDS AT THE NEXT ONE WITH
      *                   AN "FO" EVENT. SIGN-OFF AND TIMEOUT TAKE THE
      *                   SESSION OFF AGAIN.
      *   2026-10-15 EAM  THE BATCH WINDOW IS CHECKED AGAIN ONCE THE
      *                   SESSION IS REGISTERED, SO A NIGHTLY JOB
      *                   STARTED DURING SIGN-ON IS NOT RACED.
      *   2026-10-15 EAM  MENU AUTHORIZATION SCANS ALL 16 BYTES OF
      *                   THE WIDENED USR-AUTH-PROFILE (SEE THE
      *                   USRCONV CONVERSION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOWORLD.
            88 WS-TRAN-AUTHORIZED VALUE "Y".
        77 WS-CHECK-TRAN PIC X(01) VALUE SPACE.
        77 WS-AUDIT-EVENT PIC X(02) VALUE SPACES.
        77 WS-AUDIT-TARGET PIC X(08) VALUE SPACES.
        77 WS-SESSION-SWITCH PIC X(01) VALUE "N".
            88 WS-SESSION-ENDED VALUE "Y".
        77 WS-MENU-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-BATCH-WINDOW-SWITCH PIC X(01) VALUE "N".
            88 WS-BATCH-WINDOW-OPEN VALUE "Y".
        01 WS-AUTH-PROFILE PIC X(16) VALUE SPACES.
        01 WS-AUTH-PROFILE-CHARS REDEFINES WS-AUTH-PROFILE.
           05  WS-AUTH-CHAR OCCURS 16 TIMES PIC X(01).
        01 WS-MENU-OPTION-LINE.
           05  WS-MENU-OPT-TRAN PIC X(01).
           05  FILLER PIC X(03) VALUE " - ".
           COPY DL100SUB.
           COPY DL100COMM.
           COPY CYCCOMM.
           COPY SESSCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
                   IF WS-SIGNON-ABORTED
                       MOVE "N" TO WS-SIGNON-ABORT-SWITCH
                   ELSE
                       MOVE 0 TO USR-BAD-ATTEMPT-COUNT
                       REWRITE USER-RECORD
                       PERFORM 2270-REGISTER-SESSION THRU 2270-EXIT
                   END-IF
               ELSE
                   ADD 1 TO USR-BAD-ATTEMPT-COUNT
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2270-REGISTER-SESSION - THE PASSWORD IS GOOD; PUT THE SESSION
      * ON THE SESSFILE REGISTRY. ONE USER ID IS ONLY EVER ACTIVE AT
      * ONE TERMINAL - A SIGN-ON FOR A USER SIGNED ON ELSEWHERE IS
      * REFUSED, AND THE REFUSAL GOES TO AUDTLOG AS A "DS" EVENT
      * WITH THE OTHER TERMINAL AS ITS TARGET SO SECURITY CAN SEE
      * WHERE THE ID IS IN USE. A SESSION LEFT AT THIS SAME TERMINAL,
      * OR ONE GONE STALE, IS SIMPLY TAKEN OVER BY SESSCTL. THE
      * BATCH WINDOW IS ASKED ABOUT AGAIN ONCE THE SESSION IS ON THE
      * REGISTRY: A NIGHTLY JOB THAT STARTED WHILE THE OPERATOR SAT
      * AT THE SIGN-ON SCREEN HAS EITHER SEEN THIS SESSION AND WILL
      * WAIT FOR IT, OR SHUT THE WINDOW FIRST AND IS SEEN HERE - THE
      * SESSION COMES BACK OFF AND THE SIGN-ON IS REFUSED.
      ******************************************************************
       2270-REGISTER-SESSION.
           MOVE "S" TO SESS-CTL-FUNCTION.
           MOVE WS-ENTERED-USERID TO SESS-CTL-USER-ID.
           MOVE WS-TERM-ID TO SESS-CTL-TERM-ID.
           MOVE SPACE TO SESS-CTL-SUBSYS-TRAN.
           CALL "SESSCTL" USING SESS-CTL-AREA.
           IF SESS-CTL-IO-ERROR
               MOVE "SESSFILE" TO WS-ERROR-FILE-ID
               MOVE SESS-CTL-RETURN TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF SESS-CTL-ACTIVE-ELSEWHERE
               DISPLAY DL100-MSG-ACTIVE-ELSEWHERE (DL100-MSG-IDX)
                   AT 0601 FOREGROUND-COLOR 4 HIGHLIGHT
               MOVE "DS" TO WS-AUDIT-EVENT
               MOVE SESS-CTL-OTHER-TERM TO WS-AUDIT-TARGET
               PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
               MOVE 3 TO WS-SIGNON-ATTEMPTS
               GO TO 2270-EXIT
           END-IF.
           PERFORM 1300-CHECK-BATCH-WINDOW THRU 1300-EXIT.
           IF WS-BATCH-WINDOW-OPEN
               PERFORM 9200-END-SESSION THRU 9200-EXIT
               MOVE 3 TO WS-SIGNON-ATTEMPTS
               GO TO 2270-EXIT
           END-IF.
           SET WS-SIGNED-ON TO TRUE.
           MOVE USR-LANGUAGE-CODE TO WS-BANNER-LANGUAGE.
           MOVE USR-AUTH-PROFILE TO WS-AUTH-PROFILE.
       2270-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHANGE-PASSWORD - THE OLD PASSWORD IS ALREADY VERIFIED;
      * TAKE THE NEW ONE TWICE. MISMATCHES RE-PROMPT; A TIMED-OUT
       3400-DISPLAY-BROADCASTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-MSGFILE-EOF-SWITCH.
           COMPUTE WS-BCAST-ROW = WS-MENU-ROW + 1.
           OPEN INPUT MSGFILE.
           IF WS-MSGFILE-STATUS = "35"
               GO TO 3400-EXIT
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 3410-SHOW-ONE-BROADCAST THRU 3410-EXIT
               UNTIL WS-END-OF-MSGFILE OR WS-BCAST-ROW > 18.
           CLOSE MSGFILE.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 4000-MENU-LOOP - ACCEPT R AND DISPATCH TO THE REGISTERED
      * SUBSYSTEM PROGRAM. INVALID KEYS JUST RE-PROMPT. AN IDLE
      * TERMINAL IS TIMED OUT AND TREATED AS A SIGN-OFF. EVERY KEY
      * MARKS THE SESSION ACTIVE FIRST; A SESSION THAT HAS BEEN
      * FORCED OFF ENDS HERE INSTEAD OF DISPATCHING, ONCE ITS AUDIT
      * RECORD IS WRITTEN.
      ******************************************************************
       4000-MENU-LOOP.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
                   MOVE "X" TO R
           END-ACCEPT.
           IF R NOT = "X" AND R NOT = "x"
               MOVE SPACE TO SESS-CTL-SUBSYS-TRAN
               PERFORM 4050-RECORD-ACTIVITY THRU 4050-EXIT
           END-IF.
           IF R NOT = "X" AND R NOT = "x" AND NOT WS-SESSION-ENDED
               PERFORM 4100-DISPATCH-SUBSYSTEM THRU 4100-EXIT
           END-IF.
           PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
           IF WS-SESSION-ENDED
               MOVE "X" TO R
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-RECORD-ACTIVITY - REFRESH THE SESSION'S LAST-ACTIVITY
      * TIME AND RECORD THE SUBSYSTEM IN SESS-CTL-SUBSYS-TRAN (SPACE
      * = BACK AT THE MENU). "NF" MEANS THE SESSION IS NO LONGER
      * THIS TERMINAL'S - A SUPERVISOR FORCED IT OFF THROUGH SESSADM,
      * OR IT WAS CLEARED AS STALE - SO IT ENDS WITH AN "FO" EVENT.
      ******************************************************************
       4050-RECORD-ACTIVITY.
           MOVE "A" TO SESS-CTL-FUNCTION.
           MOVE WS-ENTERED-USERID TO SESS-CTL-USER-ID.
           MOVE WS-TERM-ID TO SESS-CTL-TERM-ID.
           CALL "SESSCTL" USING SESS-CTL-AREA.
           IF SESS-CTL-IO-ERROR
               MOVE "SESSFILE" TO WS-ERROR-FILE-ID
               MOVE SESS-CTL-RETURN TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF SESS-CTL-NOT-FOUND
               SET WS-SESSION-ENDED TO TRUE
               DISPLAY DL100-MSG-FORCED-OFF (DL100-MSG-IDX)
                   AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
               MOVE "FO" TO WS-AUDIT-EVENT
               MOVE WS-ENTERED-USERID TO WS-AUDIT-TARGET
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4100-DISPATCH-SUBSYSTEM - LOOK R UP IN THE DL100-SUBSYS-TABLE
      * AND CALL WHATEVER PROGRAM IS REGISTERED AGAINST IT. A TRAN
      * 4150-DISPATCH-IF-AUTHORIZED - THE TRAN CODE IS REGISTERED;
      * REFUSE IT UNLESS IT APPEARS IN THE OPERATOR'S AUTH PROFILE.
      * A REFUSED ATTEMPT RE-PROMPTS AND GOES TO AUDTLOG AS AN "AX"
      * EVENT SO SECURITY SEES WHO TRIED WHAT. THE SESSION IS MARKED
      * AS IN THE SUBSYSTEM FOR THE LENGTH OF THE CALL, AND BACK AT
      * THE MENU WHEN IT RETURNS.
      ******************************************************************
       4150-DISPATCH-IF-AUTHORIZED.
           MOVE R TO WS-CHECK-TRAN.
               MOVE "AX" TO WS-AUDIT-EVENT
               GO TO 4150-EXIT
           END-IF.
           MOVE R TO SESS-CTL-SUBSYS-TRAN.
           PERFORM 4050-RECORD-ACTIVITY THRU 4050-EXIT.
           IF WS-SESSION-ENDED
               GO TO 4150-EXIT
           END-IF.
           CLOSE AUDTLOG.
           CLOSE USRFILE.
           CALL DL100-SUBSYS-PGM (DL100-SUBSYS-IDX)
               MOVE WS-SUBSYS-RETCODE TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE SPACE TO SESS-CTL-SUBSYS-TRAN.
           PERFORM 4050-RECORD-ACTIVITY THRU 4050-EXIT.
       4150-EXIT.
           EXIT.

           MOVE "N" TO WS-AUTH-SWITCH.
           PERFORM 4210-SCAN-AUTH-PROFILE THRU 4210-EXIT
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 16 OR WS-TRAN-AUTHORIZED.
       4200-EXIT.
           EXIT.

           MOVE WS-RUN-DATE TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME.
           MOVE WS-AUDIT-EVENT TO AUDT-EVENT-TYPE.
           MOVE WS-AUDIT-TARGET TO AUDT-TARGET-USER.
           MOVE SPACES TO WS-AUDIT-EVENT.
           MOVE SPACES TO WS-AUDIT-TARGET.
           WRITE AUDTLOG-RECORD.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - TAKE THE SESSION OFF THE REGISTRY (UNLESS
      * IT HAS ALREADY BEEN FORCED OFF) AND CLOSE THE AUDIT LOG
      * BEFORE ENDING THE RUN.
      ******************************************************************
       9000-TERMINATE.
           IF WS-SIGNED-ON AND NOT WS-SESSION-ENDED
               PERFORM 9200-END-SESSION THRU 9200-EXIT
           END-IF.
           CLOSE AUDTLOG.
           CLOSE PARMFILE.
           CLOSE USRFILE.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9200-END-SESSION - SIGN-OFF, TIMEOUT OR FILE ERROR: TAKE THIS
      * TERMINAL'S SESSION OFF SESSFILE. SESSCTL LEAVES ALONE A
      * SESSION THAT HAS SINCE PASSED TO ANOTHER TERMINAL, AND A
      * FAILURE HERE IS NOT WORTH A SECOND ERROR SCREEN ON THE WAY
      * OUT - A SESSION LEFT BEHIND IS CLEARED AS STALE LATER.
      ******************************************************************
       9200-END-SESSION.
           SET WS-SESSION-ENDED TO TRUE.
           MOVE "F" TO SESS-CTL-FUNCTION.
           MOVE WS-ENTERED-USERID TO SESS-CTL-USER-ID.
           MOVE WS-TERM-ID TO SESS-CTL-TERM-ID.
           MOVE SPACE TO SESS-CTL-SUBSYS-TRAN.
           CALL "SESSCTL" USING SESS-CTL-AREA.
       9200-EXIT.
           EXIT.
       END PROGRAM HELLOWORLD.
