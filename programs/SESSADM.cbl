      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: ACTIVE SESSION SUPERVISION SUBSYSTEM. CALLED FROM
      *          THE HELLOWORLD MASTER MENU WHEN A SUPERVISOR KEYS
      *          TRANSACTION "S". LISTS WHO IS SIGNED ON FROM THE
      *          SESSFILE SESSION REGISTRY - USER, TERMINAL, WHEN
      *          THEY SIGNED ON, THEIR LAST ACTIVITY AND THE
      *          SUBSYSTEM THEY ARE IN - A SCREEN AT A TIME, AND
      *          FORCES A SESSION OFF SO OPERATIONS CAN CLEAR THE
      *          TERMINALS BEFORE A NIGHTLY JOB CUTS OVER THE FILES
      *          THEY POST TO. ALL SESSFILE ACCESS GOES THROUGH THE
      *          SESSCTL SUBPROGRAM. A FORCED-OFF SESSION IS ONLY
      *          FLAGGED: IT ENDS AT ITS TERMINAL'S NEXT MENU ACTION
      *          AND UNTIL THEN STAYS ON THE LIST, MARKED "*", AND
      *          STILL HOLDS UP A NIGHTLY JOB WAITING FOR THE
      *          TERMINALS TO DRAIN. A SESSION LEFT INSIDE A
      *          SUBSYSTEM IS ONLY CLEARED AS STALE AFTER A SHIFT, SO
      *          ONE WHOSE TERMINAL IS KNOWN DEAD SOONER CAN BE FORCED
      *          OFF A SECOND TIME, WHICH TAKES IT OFF OUTRIGHT.
      *          EVERY FORCE-OFF WRITES AN
      *          "FO" AUDTLOG RECORD CARRYING THE SUPERVISOR'S USER
      *          ID AND THE USER FORCED OFF.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION, REGISTERED AS TRAN "S" IN
      *                   THE MASTER MENU DISPATCH TABLE.
      *   2026-10-15 EAM  FORCED-OFF SESSIONS STAY LISTED, MARKED
      *                   "*", UNTIL THEIR TERMINALS END THEM; A
      *                   SECOND FORCE-OFF CLEARS ONE OUTRIGHT.
      *   2026-10-15 EAM  REMARKS: SESSIONS IN A SUBSYSTEM NOW GO
      *                   STALE AFTER A SHIFT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSADM.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDTLOG ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDTLOG
           RECORDING MODE IS F.
           COPY AUDTLOGR.
       WORKING-STORAGE SECTION.
        77 WS-AUDTLOG-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-FUNCTION-CODE PIC X(01) VALUE SPACE.
            88 WS-FUNC-LIST VALUE "L" "l".
            88 WS-FUNC-NEXT-PAGE VALUE "N" "n".
            88 WS-FUNC-FORCE-OFF VALUE "F" "f".
            88 WS-FUNC-EXIT VALUE "X" "x".
        77 WS-TARGET-USERID PIC X(08) VALUE SPACES.
        77 WS-LIST-KEY PIC X(08) VALUE LOW-VALUES.
        77 WS-LIST-END-SWITCH PIC X(01) VALUE "Y".
            88 WS-END-OF-LIST VALUE "Y".
        77 WS-LIST-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-EVENT-TYPE PIC X(02) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-CLEAR-MSG-LINE PIC X(40) VALUE SPACES.
        01 WS-TIME-WORK PIC 9(08) VALUE ZERO.
        01 WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH              PIC 9(02).
           05  WS-TIME-MM              PIC 9(02).
           05  FILLER                  PIC 9(04).
        01 WS-LIST-LINE.
           05  LL-FORCED-MARK          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-TERM-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SIGNON-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SIGNON-HH            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  LL-SIGNON-MM            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-LAST-DATE            PIC 9999/99/99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-LAST-HH              PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  LL-LAST-MM              PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SUBSYS-DESC          PIC X(20).
        01 WS-FORCED-MSG.
           05  FILLER                  PIC X(31) VALUE
               "SESSION FORCED OFF AT TERMINAL ".
           05  WS-FORCED-TERM          PIC X(08).
        01 WS-CLEARED-MSG.
           05  FILLER                  PIC X(28) VALUE
               "SESSION CLEARED AT TERMINAL ".
           05  WS-CLEARED-TERM         PIC X(08).
           COPY DL100SUB.
           COPY SESSCOMM.
       LINKAGE SECTION.
           COPY DL100COMM.
       PROCEDURE DIVISION USING DL100-COMMAREA.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ADMIN-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE AUDIT LOG. THE MENU CLOSES IT
      * BEFORE DISPATCHING HERE SO THIS PROGRAM CAN OPEN THE SAME
      * DATASET FOR ITSELF. SESSFILE IS NEVER OPENED HERE - SESSCTL
      * OWNS IT.
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND AUDTLOG.
           IF WS-AUDTLOG-STATUS = "05" OR WS-AUDTLOG-STATUS = "35"
               OPEN OUTPUT AUDTLOG
           END-IF.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDTLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           DISPLAY "ACTIVE SESSIONS" AT 0101
               FOREGROUND-COLOR 3 HIGHLIGHT WITH ERASE SCREEN.
           DISPLAY "FUNCTION: L=LIST N=NEXT PAGE F=FORCE OFF X=EXIT"
               AT 0301.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ADMIN-LOOP - ONE PASS PER FUNCTION KEYED BY THE
      * SUPERVISOR. INVALID FUNCTION CODES JUST RE-PROMPT.
      ******************************************************************
       2000-ADMIN-LOOP.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
           DISPLAY "FUNCTION:" AT 0501.
           ACCEPT WS-FUNCTION-CODE AT 0512.
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   CONTINUE
               WHEN WS-FUNC-LIST
                   MOVE LOW-VALUES TO WS-LIST-KEY
                   MOVE "N" TO WS-LIST-END-SWITCH
                   PERFORM 3000-LIST-SESSIONS THRU 3000-EXIT
               WHEN WS-FUNC-NEXT-PAGE
                   PERFORM 3000-LIST-SESSIONS THRU 3000-EXIT
               WHEN WS-FUNC-FORCE-OFF
                   PERFORM 4000-FORCE-OFF-SESSION THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-SESSIONS - ONE LINE PER OPEN SESSION IN USER ID
      * ORDER, ELEVEN TO A SCREEN, STARTING AFTER THE LAST USER THE
      * PREVIOUS SCREEN SHOWED ("L" STARTS AGAIN FROM THE TOP).
      * SESSCTL CLEARS STALE SESSIONS AS IT PASSES THEM, SO WHAT IS
      * LISTED IS WHAT IS REALLY SIGNED ON. A "*" MARKS A SESSION
      * FORCED OFF THAT ITS TERMINAL HAS NOT YET ENDED.
      ******************************************************************
       3000-LIST-SESSIONS.
           IF WS-END-OF-LIST
               DISPLAY "END OF LIST - KEY L TO START AGAIN" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           MOVE 9 TO WS-LIST-ROW.
           DISPLAY "  USER ID   TERMINAL  SIGNED ON         LAST "
               "ACTIVITY     SUBSYSTEM" AT 0801 WITH ERASE EOS.
           PERFORM 3100-LIST-ONE-SESSION THRU 3100-EXIT
               UNTIL WS-END-OF-LIST OR WS-LIST-ROW > 19.
           IF WS-LIST-ROW = 9
               DISPLAY "NO SESSIONS TO LIST" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "* = FORCED OFF, NOT YET ENDED AT ITS TERMINAL"
               AT 2001.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-SESSION.
           MOVE "N" TO SESS-CTL-FUNCTION.
           MOVE WS-LIST-KEY TO SESS-CTL-USER-ID.
           CALL "SESSCTL" USING SESS-CTL-AREA.
           IF SESS-CTL-IO-ERROR
               MOVE "SESSFILE" TO WS-ERROR-FILE-ID
               MOVE SESS-CTL-RETURN TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF SESS-CTL-END-OF-LIST
               SET WS-END-OF-LIST TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE SESS-CTL-USER-ID TO WS-LIST-KEY.
           MOVE SPACE TO LL-FORCED-MARK.
           IF SESS-CTL-SESS-FORCED-OFF
               MOVE "*" TO LL-FORCED-MARK
           END-IF.
           MOVE SESS-CTL-USER-ID TO LL-USER-ID.
           MOVE SESS-CTL-TERM-ID TO LL-TERM-ID.
           MOVE SESS-CTL-SIGNON-DATE TO LL-SIGNON-DATE.
           MOVE SESS-CTL-SIGNON-TIME TO WS-TIME-WORK.
           MOVE WS-TIME-HH TO LL-SIGNON-HH.
           MOVE WS-TIME-MM TO LL-SIGNON-MM.
           MOVE SESS-CTL-LAST-DATE TO LL-LAST-DATE.
           MOVE SESS-CTL-LAST-TIME TO WS-TIME-WORK.
           MOVE WS-TIME-HH TO LL-LAST-HH.
           MOVE WS-TIME-MM TO LL-LAST-MM.
           PERFORM 3200-DESCRIBE-SUBSYSTEM THRU 3200-EXIT.
           DISPLAY WS-LIST-LINE AT LINE WS-LIST-ROW COLUMN 1.
           ADD 1 TO WS-LIST-ROW.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DESCRIBE-SUBSYSTEM - SPELL OUT THE SUBSYSTEM THE
      * OPERATOR IS IN FROM THE SAME DL100SUB TABLE THE MENU
      * DISPATCHES FROM. SPACE MEANS BACK AT THE MENU.
      ******************************************************************
       3200-DESCRIBE-SUBSYSTEM.
           IF SESS-CTL-SUBSYS-TRAN = SPACE
               MOVE "MENU" TO LL-SUBSYS-DESC
               GO TO 3200-EXIT
           END-IF.
           SET DL100-SUBSYS-IDX TO 1.
           SEARCH DL100-SUBSYS-ENTRY
               AT END
                   MOVE SESS-CTL-SUBSYS-TRAN TO LL-SUBSYS-DESC
               WHEN DL100-SUBSYS-TRAN (DL100-SUBSYS-IDX) =
                       SESS-CTL-SUBSYS-TRAN
                   MOVE DL100-SUBSYS-DESC (DL100-SUBSYS-IDX)
                       TO LL-SUBSYS-DESC
           END-SEARCH.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FORCE-OFF-SESSION - FORCE A USER'S SESSION OFF
      * WHEREVER IT IS. THE TERMINAL ITSELF FINDS OUT AT ITS NEXT
      * MENU ACTION AND SIGNS OFF; A SESSION ALREADY FORCED OFF
      * COMES OFF THE REGISTRY AT ONCE. A SUPERVISOR CANNOT
      * FORCE OFF THEIR OWN SESSION FROM HERE - THAT IS WHAT "X" AT
      * THE MENU IS FOR.
      ******************************************************************
       4000-FORCE-OFF-SESSION.
           DISPLAY "USER ID:" AT 0701.
           ACCEPT WS-TARGET-USERID AT 0711.
           IF WS-TARGET-USERID = SPACES
               DISPLAY "USER ID REQUIRED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           IF WS-TARGET-USERID = DL100-CA-USER-ID
               DISPLAY "CANNOT FORCE OFF YOUR OWN SESSION" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           MOVE "K" TO SESS-CTL-FUNCTION.
           MOVE WS-TARGET-USERID TO SESS-CTL-USER-ID.
           CALL "SESSCTL" USING SESS-CTL-AREA.
           IF SESS-CTL-IO-ERROR
               MOVE "SESSFILE" TO WS-ERROR-FILE-ID
               MOVE SESS-CTL-RETURN TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF SESS-CTL-NOT-FOUND
               DISPLAY "NO SESSION FOR THAT USER" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           MOVE "FO" TO WS-EVENT-TYPE.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           IF SESS-CTL-SESS-FORCED-OFF
               MOVE SESS-CTL-OTHER-TERM TO WS-CLEARED-TERM
               DISPLAY WS-CLEARED-MSG AT 2201
                   FOREGROUND-COLOR 2 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           MOVE SESS-CTL-OTHER-TERM TO WS-FORCED-TERM.
           DISPLAY WS-FORCED-MSG AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-RECORD - ONE AUDTLOG RECORD PER
      * ADMINISTRATIVE ACTION: WHO (THE SIGNED-ON SUPERVISOR FROM
      * THE COMMAREA), WHAT (EVENT TYPE) AND TO WHOM (TARGET USER).
      ******************************************************************
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE DL100-CA-TERM-ID TO AUDT-TERM-ID.
           MOVE DL100-CA-USER-ID TO AUDT-USER-ID.
           MOVE "S" TO AUDT-R-VALUE.
           MOVE WS-RUN-DATE TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME.
           MOVE WS-EVENT-TYPE TO AUDT-EVENT-TYPE.
           MOVE WS-TARGET-USERID TO AUDT-TARGET-USER.
           WRITE AUDTLOG-RECORD.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDTLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. RETURNS CODE 16 TO THE MASTER MENU, WHICH
      * ROUTES IT THROUGH ITS OWN FILE-ERROR TRAP.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "SESSADM - FILE ERROR ON " AT 2201
               FOREGROUND-COLOR 4 HIGHLIGHT.
           DISPLAY WS-ERROR-FILE-ID AT 2225.
           DISPLAY "STATUS " AT 2235.
           DISPLAY WS-ERROR-STATUS AT 2242.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE AUDIT LOG BEFORE RETURNING TO THE
      * MASTER MENU.
      ******************************************************************
       9000-TERMINATE.
           CLOSE AUDTLOG.
       9000-EXIT.
           EXIT.
       END PROGRAM SESSADM.
