      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: LEAVE REQUEST SUBSYSTEM. CALLED FROM THE HELLOWORLD
      *          MASTER MENU WHEN THE OPERATOR KEYS TRANSACTION "0".
      *          AN OPERATOR REQUESTS DAYS OF VACATION OR SICK LEAVE
      *          (ONE LEAVEREQ RECORD PER WORKING DAY, WEEKENDS
      *          SKIPPED) AND A SUPERVISOR APPROVES OR REJECTS THEM
      *          FROM THE SAME SCREEN. A SUPERVISOR IS AN OPERATOR
      *          WHOSE USRFILE AUTH PROFILE CARRIES THE EMPLOYEE
      *          ADMIN TRAN ("7"); ONLY A SUPERVISOR MAY KEY A
      *          REQUEST FOR SOMEONE ELSE OR DECIDE ONE, AND NEVER
      *          THEIR OWN. A VACATION REQUEST BIGGER THAN THE
      *          LEAVEBAL BALANCE IS REFUSED AT THE SCREEN; SICK
      *          LEAVE IS NEVER REFUSED FOR BALANCE - PAYROLL FLAGS
      *          A BALANCE DRIVEN NEGATIVE. TIMEBLD PICKS UP THE
      *          APPROVED DAYS INSIDE EACH PAY PERIOD. EVERY REQUEST
      *          AND DECISION WRITES AN AUDTLOG RECORD CARRYING THE
      *          OPERATOR'S USER ID AND THE EMPLOYEE ACTED ON.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION, REGISTERED AS TRAN "0" IN
      *                   THE MASTER MENU DISPATCH TABLE.
      *   2026-10-15 EAM  THE REQUEST LIST SHOWS A NON-SUPERVISOR
      *                   ONLY THEIR OWN DAYS.
      *   2026-10-15 EAM  SUPERVISOR CHECK SCANS ALL 16 BYTES OF THE
      *                   WIDENED USR-AUTH-PROFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEADM.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVEREQ ASSIGN TO LEAVEREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-KEY
               FILE STATUS IS WS-LEAVEREQ-STATUS.
           SELECT LEAVEBAL ASSIGN TO LEAVEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LEAVEBAL-STATUS.
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT AUDTLOG ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVEREQ
           RECORDING MODE IS F.
           COPY LEAVREQR.
       FD  LEAVEBAL
           RECORDING MODE IS F.
           COPY LEAVBALR.
       FD  EMPFILE
           RECORDING MODE IS F.
           COPY EMPFILER.
       FD  USRFILE
           RECORDING MODE IS F.
           COPY USRFILER.
       FD  AUDTLOG
           RECORDING MODE IS F.
           COPY AUDTLOGR.
       WORKING-STORAGE SECTION.
        77 WS-LEAVEREQ-STATUS PIC X(02).
            88 WS-LEAVEREQ-NOTFND VALUE "23".
        77 WS-LEAVEBAL-STATUS PIC X(02).
            88 WS-LEAVEBAL-NOTFND VALUE "23".
        77 WS-EMPFILE-STATUS PIC X(02).
            88 WS-EMPFILE-NOTFND VALUE "23".
        77 WS-USRFILE-STATUS PIC X(02).
            88 WS-USRFILE-NOTFND VALUE "23".
        77 WS-AUDTLOG-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-FUNCTION-CODE PIC X(01) VALUE SPACE.
            88 WS-FUNC-REQUEST VALUE "R" "r".
            88 WS-FUNC-APPROVE VALUE "A" "a".
            88 WS-FUNC-REJECT VALUE "J" "j".
            88 WS-FUNC-LIST VALUE "L" "l".
            88 WS-FUNC-BALANCE VALUE "B" "b".
            88 WS-FUNC-EXIT VALUE "X" "x".
        77 WS-LEAVEBAL-OPEN-SWITCH PIC X(01) VALUE "N".
            88 WS-LEAVEBAL-IS-OPEN VALUE "Y".
        77 WS-SUPERVISOR-SWITCH PIC X(01) VALUE "N".
            88 WS-OPERATOR-IS-SUPERVISOR VALUE "Y".
        77 WS-SUPERVISOR-TRAN PIC X(01) VALUE "7".
        77 WS-AUTH-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-LEAVEREQ VALUE "Y".
        77 WS-TARGET-EMPID PIC X(08) VALUE SPACES.
        77 WS-EMP-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-EMP-FOUND VALUE "Y".
        77 WS-EVENT-TYPE PIC X(02) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-ENTERED-TYPE PIC X(01) VALUE SPACE.
            88 WS-TYPE-VACATION VALUE "V" "v".
            88 WS-TYPE-SICK VALUE "S" "s".
        77 WS-ENTERED-FROM-DATE PIC 9(08) VALUE ZERO.
        77 WS-ENTERED-THRU-DATE PIC 9(08) VALUE ZERO.
        77 WS-ENTERED-DAYS PIC 9(02) VALUE ZERO.
        77 WS-ENTERED-HOURS PIC 9(02)V99 VALUE ZERO.
        77 WS-STANDARD-DAY-HOURS PIC 9(02)V99 VALUE 08.00.
        77 WS-MAX-DAY-HOURS PIC 9(02)V99 VALUE 12.00.
        77 WS-MAX-REQUEST-DAYS PIC 9(02) VALUE 20.
        77 WS-DATE-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-WEEKDAY PIC 9(01) VALUE ZERO.
        77 WS-WEEK-COUNT PIC 9(07) COMP VALUE ZERO.
        77 WS-DAYS-COUNTED PIC 9(02) VALUE ZERO.
        77 WS-DAYS-WRITTEN PIC 9(02) VALUE ZERO.
        77 WS-DAYS-ALREADY PIC 9(02) VALUE ZERO.
        77 WS-DAYS-DECIDED PIC 9(02) VALUE ZERO.
        77 WS-REQUEST-HOURS PIC 9(04)V99 VALUE ZERO.
        77 WS-DAYS-DISPLAY PIC Z9.
        77 WS-BALANCE-DISPLAY PIC ZZZ9.99-.
        77 WS-LIST-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-CLEAR-MSG-LINE PIC X(40) VALUE SPACES.
        01 WS-AUTH-PROFILE PIC X(16) VALUE SPACES.
        01 WS-AUTH-PROFILE-CHARS REDEFINES WS-AUTH-PROFILE.
           05  WS-AUTH-CHAR OCCURS 16 TIMES PIC X(01).
        01 WS-LIST-LINE.
           05  LL-EMP-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-LEAVE-DATE           PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-LEAVE-TYPE           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-HOURS                PIC Z9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-STATUS               PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-REQ-USER-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DECIDED-USER-ID      PIC X(08).
       LINKAGE SECTION.
           COPY DL100COMM.
       PROCEDURE DIVISION USING DL100-COMMAREA.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LEAVE-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE LEAVE FILES, THE EMPLOYEE MASTER
      * AND THE AUDIT LOG, AND SETTLE WHETHER THE SIGNED-ON
      * OPERATOR IS A SUPERVISOR. THE REQUEST FILE IS CREATED EMPTY
      * THE FIRST TIME; A MISSING BALANCE FILE MEANS NO PAYROLL HAS
      * ACCRUED ANY LEAVE YET. THE MENU CLOSES AUDTLOG AND USRFILE
      * BEFORE DISPATCHING HERE SO THIS PROGRAM CAN OPEN THEM.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O LEAVEREQ.
           IF WS-LEAVEREQ-STATUS = "35"
               OPEN OUTPUT LEAVEREQ
               CLOSE LEAVEREQ
               OPEN I-O LEAVEREQ
           END-IF.
           IF WS-LEAVEREQ-STATUS NOT = "00"
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT LEAVEBAL.
           IF WS-LEAVEBAL-STATUS = "00"
               SET WS-LEAVEBAL-IS-OPEN TO TRUE
           ELSE
               IF WS-LEAVEBAL-STATUS NOT = "35"
                   MOVE "LEAVEBAL" TO WS-ERROR-FILE-ID
                   MOVE WS-LEAVEBAL-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
           END-IF.
           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN EXTEND AUDTLOG.
           IF WS-AUDTLOG-STATUS = "05" OR WS-AUDTLOG-STATUS = "35"
               OPEN OUTPUT AUDTLOG
           END-IF.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDTLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 1100-CHECK-SUPERVISOR THRU 1100-EXIT.
           DISPLAY "LEAVE REQUESTS" AT 0101
               FOREGROUND-COLOR 3 HIGHLIGHT WITH ERASE SCREEN.
           DISPLAY "FUNCTION: R=REQUEST A=APPROVE J=REJECT L=LIST"
               AT 0301.
           DISPLAY "B=BALANCE X=EXIT" AT 0348.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-SUPERVISOR - THE OPERATOR IS A SUPERVISOR WHEN
      * THEIR USRFILE AUTH PROFILE CARRIES THE EMPLOYEE ADMIN TRAN.
      * USRFILE IS ONLY NEEDED FOR THIS ONE READ.
      ******************************************************************
       1100-CHECK-SUPERVISOR.
           OPEN INPUT USRFILE.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE DL100-CA-USER-ID TO USR-USER-ID.
           READ USRFILE
               INVALID KEY
                   MOVE SPACES TO USR-AUTH-PROFILE
           END-READ.
           IF WS-USRFILE-STATUS NOT = "00" AND NOT WS-USRFILE-NOTFND
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE USR-AUTH-PROFILE TO WS-AUTH-PROFILE.
           PERFORM 1110-SCAN-AUTH-PROFILE THRU 1110-EXIT
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 16 OR WS-OPERATOR-IS-SUPERVISOR.
           CLOSE USRFILE.
       1100-EXIT.
           EXIT.

       1110-SCAN-AUTH-PROFILE.
           IF WS-AUTH-CHAR (WS-AUTH-SUB) = WS-SUPERVISOR-TRAN
               SET WS-OPERATOR-IS-SUPERVISOR TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LEAVE-LOOP - ONE PASS PER FUNCTION KEYED BY THE
      * OPERATOR. INVALID FUNCTION CODES JUST RE-PROMPT.
      ******************************************************************
       2000-LEAVE-LOOP.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
           DISPLAY "FUNCTION:" AT 0501.
           ACCEPT WS-FUNCTION-CODE AT 0512.
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   CONTINUE
               WHEN WS-FUNC-REQUEST
                   PERFORM 3000-REQUEST-LEAVE THRU 3000-EXIT
               WHEN WS-FUNC-APPROVE
                   MOVE "LA" TO WS-EVENT-TYPE
                   PERFORM 4000-DECIDE-LEAVE THRU 4000-EXIT
               WHEN WS-FUNC-REJECT
                   MOVE "LJ" TO WS-EVENT-TYPE
                   PERFORM 4000-DECIDE-LEAVE THRU 4000-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 5000-LIST-REQUESTS THRU 5000-EXIT
               WHEN WS-FUNC-BALANCE
                   PERFORM 5500-SHOW-BALANCE THRU 5500-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REQUEST-LEAVE - REQUEST A RUN OF WORKING DAYS OF LEAVE
      * STARTING ON THE FIRST DAY KEYED. SATURDAYS AND SUNDAYS ARE
      * SKIPPED, SO "5 DAYS" FROM A WEDNESDAY RUNS TO THE TUESDAY.
      * EACH DAY GOES ON FILE PENDING; A DAY ALREADY ON FILE FOR THE
      * EMPLOYEE IS LEFT AS IT IS AND COUNTED.
      ******************************************************************
       3000-REQUEST-LEAVE.
           PERFORM 6000-ACCEPT-TARGET-EMP THRU 6000-EXIT.
           IF WS-TARGET-EMPID NOT = DL100-CA-USER-ID
               AND NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY REQUEST FOR OTHERS"
                   AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6100-READ-TARGET-EMP THRU 6100-EXIT.
           IF NOT WS-EMP-FOUND
               DISPLAY "EMPLOYEE NOT ON FILE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           IF EMP-TERMINATED
               DISPLAY "EMPLOYEE TERMINATED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE TO WS-ENTERED-TYPE.
           DISPLAY "LEAVE TYPE (V=VACATION S=SICK):" AT 0801
               WITH ERASE EOL.
           ACCEPT WS-ENTERED-TYPE AT 0834.
           IF NOT WS-TYPE-VACATION AND NOT WS-TYPE-SICK
               DISPLAY "LEAVE TYPE MUST BE V OR S" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6200-ACCEPT-FROM-DATE THRU 6200-EXIT.
           IF WS-DATE-INT = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-ENTERED-DAYS.
           DISPLAY "WORKING DAYS:" AT 1001 WITH ERASE EOL.
           ACCEPT WS-ENTERED-DAYS AT 1025.
           IF WS-ENTERED-DAYS NOT NUMERIC
               OR WS-ENTERED-DAYS = ZERO
               OR WS-ENTERED-DAYS > WS-MAX-REQUEST-DAYS
               DISPLAY "DAYS MUST BE 1 TO 20" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-ENTERED-HOURS.
           DISPLAY "HOURS PER DAY (0=8.00):" AT 1101 WITH ERASE EOL.
           ACCEPT WS-ENTERED-HOURS AT 1125.
           IF WS-ENTERED-HOURS NOT NUMERIC
               OR WS-ENTERED-HOURS = ZERO
               MOVE WS-STANDARD-DAY-HOURS TO WS-ENTERED-HOURS
           END-IF.
           IF WS-ENTERED-HOURS > WS-MAX-DAY-HOURS
               DISPLAY "HOURS PER DAY OVER 12.00 - REFUSED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           IF WS-TYPE-VACATION
               PERFORM 3100-CHECK-VACATION-BALANCE THRU 3100-EXIT
               IF WS-REQUEST-HOURS = ZERO
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-DAYS-COUNTED.
           MOVE ZERO TO WS-DAYS-WRITTEN.
           MOVE ZERO TO WS-DAYS-ALREADY.
           PERFORM 3200-REQUEST-ONE-DAY THRU 3200-EXIT
               UNTIL WS-DAYS-COUNTED = WS-ENTERED-DAYS.
           IF WS-DAYS-WRITTEN > ZERO
               MOVE "LR" TO WS-EVENT-TYPE
               PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
           END-IF.
           MOVE WS-DAYS-WRITTEN TO WS-DAYS-DISPLAY.
           DISPLAY "DAYS REQUESTED:" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
           DISPLAY WS-DAYS-DISPLAY AT 2217.
           MOVE WS-DAYS-ALREADY TO WS-DAYS-DISPLAY.
           DISPLAY "ALREADY ON FILE:" AT 2221.
           DISPLAY WS-DAYS-DISPLAY AT 2238.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-VACATION-BALANCE - A VACATION REQUEST MAY NOT ASK
      * FOR MORE HOURS THAN THE EMPLOYEE HAS ON LEAVEBAL. A REFUSAL
      * COMES BACK AS ZERO REQUEST HOURS.
      ******************************************************************
       3100-CHECK-VACATION-BALANCE.
           COMPUTE WS-REQUEST-HOURS =
               WS-ENTERED-DAYS * WS-ENTERED-HOURS.
           PERFORM 6300-READ-BALANCE THRU 6300-EXIT.
           IF WS-REQUEST-HOURS > LVB-VAC-BALANCE
               MOVE LVB-VAC-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "REQUEST EXCEEDS VACATION BALANCE OF" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY WS-BALANCE-DISPLAY AT 2237
               MOVE ZERO TO WS-REQUEST-HOURS
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REQUEST-ONE-DAY - WRITE THE CURRENT CALENDAR DAY AS A
      * PENDING REQUEST IF IT IS A WORKING DAY, THEN STEP TO THE
      * NEXT DAY. DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE
      * REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
      ******************************************************************
       3200-REQUEST-ONE-DAY.
           DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               GO TO 3200-NEXT-DAY
           END-IF.
           ADD 1 TO WS-DAYS-COUNTED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO LEAVE-REQUEST-RECORD.
           MOVE WS-TARGET-EMPID TO LVR-EMP-ID.
           COMPUTE LVR-LEAVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           IF WS-TYPE-VACATION
               SET LVR-VACATION TO TRUE
           ELSE
               SET LVR-SICK TO TRUE
           END-IF.
           MOVE WS-ENTERED-HOURS TO LVR-HOURS.
           SET LVR-PENDING TO TRUE.
           MOVE DL100-CA-USER-ID TO LVR-REQ-USER-ID.
           MOVE WS-RUN-DATE TO LVR-REQ-DATE.
           MOVE ZERO TO LVR-DECIDED-DATE.
           WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   ADD 1 TO WS-DAYS-ALREADY
                   GO TO 3200-NEXT-DAY
           END-WRITE.
           IF WS-LEAVEREQ-STATUS NOT = "00"
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-DAYS-WRITTEN.
       3200-NEXT-DAY.
           ADD 1 TO WS-DATE-INT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DECIDE-LEAVE - A SUPERVISOR APPROVES (EVENT "LA") OR
      * REJECTS (EVENT "LJ") THE EMPLOYEE'S PENDING DAYS FROM THE
      * FIRST DATE THROUGH THE LAST. DAYS ALREADY DECIDED ARE LEFT
      * ALONE. NOBODY DECIDES THEIR OWN LEAVE.
      ******************************************************************
       4000-DECIDE-LEAVE.
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY APPROVE OR REJECT"
                   AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6000-ACCEPT-TARGET-EMP THRU 6000-EXIT.
           IF WS-TARGET-EMPID = DL100-CA-USER-ID
               DISPLAY "YOU MAY NOT DECIDE YOUR OWN LEAVE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6200-ACCEPT-FROM-DATE THRU 6200-EXIT.
           IF WS-DATE-INT = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WS-ENTERED-THRU-DATE.
           DISPLAY "LAST DAY (0=SAME):" AT 1001 WITH ERASE EOL.
           ACCEPT WS-ENTERED-THRU-DATE AT 1025.
           IF WS-ENTERED-THRU-DATE NOT NUMERIC
               OR WS-ENTERED-THRU-DATE < WS-ENTERED-FROM-DATE
               MOVE WS-ENTERED-FROM-DATE TO WS-ENTERED-THRU-DATE
           END-IF.
           MOVE ZERO TO WS-DAYS-DECIDED.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-TARGET-EMPID TO LVR-EMP-ID.
           MOVE WS-ENTERED-FROM-DATE TO LVR-LEAVE-DATE.
           START LEAVEREQ KEY IS NOT LESS THAN LVR-KEY
               INVALID KEY
                   SET WS-END-OF-LEAVEREQ TO TRUE
           END-START.
           PERFORM 4100-DECIDE-ONE-DAY THRU 4100-EXIT
               UNTIL WS-END-OF-LEAVEREQ.
           IF WS-DAYS-DECIDED > ZERO
               PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
           END-IF.
           MOVE WS-DAYS-DECIDED TO WS-DAYS-DISPLAY.
           IF WS-FUNC-APPROVE
               DISPLAY "DAYS APPROVED:" AT 2201
                   FOREGROUND-COLOR 2 HIGHLIGHT
           ELSE
               DISPLAY "DAYS REJECTED:" AT 2201
                   FOREGROUND-COLOR 2 HIGHLIGHT
           END-IF.
           DISPLAY WS-DAYS-DISPLAY AT 2216.
       4000-EXIT.
           EXIT.

       4100-DECIDE-ONE-DAY.
           READ LEAVEREQ NEXT RECORD
               AT END
                   SET WS-END-OF-LEAVEREQ TO TRUE
           END-READ.
           IF WS-LEAVEREQ-STATUS NOT = "00" AND NOT WS-END-OF-LEAVEREQ
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-END-OF-LEAVEREQ
               GO TO 4100-EXIT
           END-IF.
           IF LVR-EMP-ID NOT = WS-TARGET-EMPID
               OR LVR-LEAVE-DATE > WS-ENTERED-THRU-DATE
               SET WS-END-OF-LEAVEREQ TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT LVR-PENDING
               GO TO 4100-EXIT
           END-IF.
           IF WS-FUNC-APPROVE
               SET LVR-APPROVED TO TRUE
           ELSE
               SET LVR-REJECTED TO TRUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE DL100-CA-USER-ID TO LVR-DECIDED-USER-ID.
           MOVE WS-RUN-DATE TO LVR-DECIDED-DATE.
           REWRITE LEAVE-REQUEST-RECORD.
           IF WS-LEAVEREQ-STATUS NOT = "00"
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-DAYS-DECIDED.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-REQUESTS - WITH AN EMPLOYEE ID, EVERY DAY ON FILE
      * FOR THAT EMPLOYEE IN DATE ORDER; WITH A BLANK ID, EVERY
      * PENDING DAY FOR EVERYONE - THE SUPERVISOR'S WORK LIST. THE
      * SCREEN HOLDS THE FIRST ELEVEN. AN OPERATOR WHO IS NOT A
      * SUPERVISOR ONLY EVER SEES THEIR OWN DAYS.
      ******************************************************************
       5000-LIST-REQUESTS.
           MOVE SPACES TO WS-TARGET-EMPID.
           DISPLAY "EMPLOYEE ID (BLANK=ALL PENDING):" AT 0701
               WITH ERASE EOS.
           ACCEPT WS-TARGET-EMPID AT 0735.
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               MOVE DL100-CA-USER-ID TO WS-TARGET-EMPID
               DISPLAY WS-TARGET-EMPID AT 0735
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 9 TO WS-LIST-ROW.
           MOVE WS-TARGET-EMPID TO LVR-EMP-ID.
           MOVE ZERO TO LVR-LEAVE-DATE.
           START LEAVEREQ KEY IS NOT LESS THAN LVR-KEY
               INVALID KEY
                   SET WS-END-OF-LEAVEREQ TO TRUE
           END-START.
           DISPLAY "EMPLOYEE  DATE       T   HOURS  S" AT 0801.
           DISPLAY "REQ BY    DECIDED" AT 0838.
           PERFORM 5100-LIST-ONE-REQUEST THRU 5100-EXIT
               UNTIL WS-END-OF-LEAVEREQ OR WS-LIST-ROW > 19.
           IF WS-LIST-ROW = 9
               DISPLAY "NO LEAVE REQUESTS TO LIST" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-REQUEST.
           READ LEAVEREQ NEXT RECORD
               AT END
                   SET WS-END-OF-LEAVEREQ TO TRUE
           END-READ.
           IF WS-LEAVEREQ-STATUS NOT = "00" AND NOT WS-END-OF-LEAVEREQ
               MOVE "LEAVEREQ" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEREQ-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-END-OF-LEAVEREQ
               GO TO 5100-EXIT
           END-IF.
           IF WS-TARGET-EMPID NOT = SPACES
               IF LVR-EMP-ID NOT = WS-TARGET-EMPID
                   SET WS-END-OF-LEAVEREQ TO TRUE
                   GO TO 5100-EXIT
               END-IF
           ELSE
               IF NOT LVR-PENDING
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           MOVE LVR-EMP-ID TO LL-EMP-ID.
           MOVE LVR-LEAVE-DATE TO LL-LEAVE-DATE.
           MOVE LVR-LEAVE-TYPE TO LL-LEAVE-TYPE.
           MOVE LVR-HOURS TO LL-HOURS.
           MOVE LVR-STATUS TO LL-STATUS.
           MOVE LVR-REQ-USER-ID TO LL-REQ-USER-ID.
           MOVE LVR-DECIDED-USER-ID TO LL-DECIDED-USER-ID.
           DISPLAY WS-LIST-LINE AT LINE WS-LIST-ROW COLUMN 1.
           ADD 1 TO WS-LIST-ROW.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-SHOW-BALANCE - THE EMPLOYEE'S VACATION AND SICK LEAVE
      * BALANCES AS THE LAST LIVE PAYROLL LEFT THEM. PENDING AND
      * APPROVED DAYS NOT YET PAID ARE STILL IN THE BALANCE.
      ******************************************************************
       5500-SHOW-BALANCE.
           PERFORM 6000-ACCEPT-TARGET-EMP THRU 6000-EXIT.
           IF WS-TARGET-EMPID NOT = DL100-CA-USER-ID
               AND NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR MAY VIEW OTHERS" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 5500-EXIT
           END-IF.
           PERFORM 6300-READ-BALANCE THRU 6300-EXIT.
           MOVE LVB-VAC-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "VACATION HOURS:" AT 0801 WITH ERASE EOS.
           DISPLAY WS-BALANCE-DISPLAY AT 0820.
           MOVE LVB-SICK-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "SICK HOURS:" AT 0901.
           DISPLAY WS-BALANCE-DISPLAY AT 0920.
           DISPLAY "AS OF PERIOD:" AT 1001.
           DISPLAY LVB-LAST-ACCRUAL-DATE AT 1020.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ACCEPT-TARGET-EMP - COMMON EMPLOYEE ID PROMPT. A BLANK
      * REPLY MEANS THE SIGNED-ON OPERATOR.
      ******************************************************************
       6000-ACCEPT-TARGET-EMP.
           MOVE SPACES TO WS-TARGET-EMPID.
           DISPLAY "EMPLOYEE ID (BLANK=OWN):" AT 0701 WITH ERASE EOS.
           ACCEPT WS-TARGET-EMPID AT 0726.
           IF WS-TARGET-EMPID = SPACES
               MOVE DL100-CA-USER-ID TO WS-TARGET-EMPID
           END-IF.
       6000-EXIT.
           EXIT.

       6100-READ-TARGET-EMP.
           MOVE "N" TO WS-EMP-FOUND-SWITCH.
           MOVE WS-TARGET-EMPID TO EMP-EMP-ID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPFILE-STATUS = "00"
               SET WS-EMP-FOUND TO TRUE
           ELSE
               IF NOT WS-EMPFILE-NOTFND
                   MOVE "EMPFILE" TO WS-ERROR-FILE-ID
                   MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-ACCEPT-FROM-DATE - COMMON FIRST-DAY PROMPT. A DATE THAT
      * IS NOT A REAL CALENDAR DATE IS REFUSED AND COMES BACK AS A
      * ZERO DAY NUMBER.
      ******************************************************************
       6200-ACCEPT-FROM-DATE.
           MOVE ZERO TO WS-ENTERED-FROM-DATE.
           MOVE ZERO TO WS-DATE-INT.
           DISPLAY "FIRST DAY (YYYYMMDD):" AT 0901 WITH ERASE EOL.
           ACCEPT WS-ENTERED-FROM-DATE AT 0925.
           IF WS-ENTERED-FROM-DATE NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ENTERED-FROM-DATE)
           END-IF.
           IF WS-DATE-INT = ZERO
               DISPLAY "INVALID DATE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-READ-BALANCE - THE TARGET EMPLOYEE'S LEAVEBAL RECORD.
      * NO RECORD (OR NO FILE) IS A ZERO BALANCE.
      ******************************************************************
       6300-READ-BALANCE.
           MOVE SPACES TO LEAVE-BALANCE-RECORD.
           MOVE WS-TARGET-EMPID TO LVB-EMP-ID.
           MOVE ZERO TO LVB-VAC-BALANCE.
           MOVE ZERO TO LVB-SICK-BALANCE.
           MOVE ZERO TO LVB-LAST-ACCRUAL-DATE.
           IF NOT WS-LEAVEBAL-IS-OPEN
               GO TO 6300-EXIT
           END-IF.
           READ LEAVEBAL
               INVALID KEY
                   MOVE ZERO TO LVB-VAC-BALANCE
                   MOVE ZERO TO LVB-SICK-BALANCE
                   MOVE ZERO TO LVB-LAST-ACCRUAL-DATE
           END-READ.
           IF WS-LEAVEBAL-STATUS NOT = "00" AND NOT WS-LEAVEBAL-NOTFND
               MOVE "LEAVEBAL" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEBAL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-RECORD - ONE AUDTLOG RECORD PER REQUEST OR
      * DECISION: WHO (THE SIGNED-ON OPERATOR FROM THE COMMAREA),
      * WHAT (EVENT TYPE) AND FOR WHOM (THE EMPLOYEE, IN THE
      * TARGET-USER FIELD).
      ******************************************************************
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE DL100-CA-TERM-ID TO AUDT-TERM-ID.
           MOVE DL100-CA-USER-ID TO AUDT-USER-ID.
           MOVE "0" TO AUDT-R-VALUE.
           MOVE WS-RUN-DATE TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME.
           MOVE WS-EVENT-TYPE TO AUDT-EVENT-TYPE.
           MOVE WS-TARGET-EMPID TO AUDT-TARGET-USER.
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
           DISPLAY "LEAVEADM - FILE ERROR ON " AT 2201
               FOREGROUND-COLOR 4 HIGHLIGHT.
           DISPLAY WS-ERROR-FILE-ID AT 2226.
           DISPLAY "STATUS " AT 2236.
           DISPLAY WS-ERROR-STATUS AT 2243.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING BEFORE RETURNING TO THE
      * MASTER MENU.
      ******************************************************************
       9000-TERMINATE.
           CLOSE LEAVEREQ.
           IF WS-LEAVEBAL-IS-OPEN
               CLOSE LEAVEBAL
               MOVE "N" TO WS-LEAVEBAL-OPEN-SWITCH
           END-IF.
           CLOSE EMPFILE.
           CLOSE AUDTLOG.
       9000-EXIT.
           EXIT.
       END PROGRAM LEAVEADM.
