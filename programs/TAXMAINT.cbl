      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: PAYROLL TAX TABLE MAINTENANCE SUBSYSTEM. CALLED FROM
      *          THE HELLOWORLD MASTER MENU WHEN A SUPERVISOR KEYS
      *          TRANSACTION "8". MAINTAINS THE TAXTABLE FILE THE
      *          PAYROLL GROSS-TO-NET PASS PRICES DEDUCTIONS FROM -
      *          ADD A NEW TABLE VERSION WITH ITS EFFECTIVE DATE,
      *          CHANGE ONE ALREADY KEYED, AND LIST WHAT IS ON FILE.
      *          A VERSION CARRIES UP TO FIVE GRADUATED PER-PERIOD
      *          INCOME-TAX BRACKETS, THE SOCIAL CONTRIBUTION RATE
      *          AND THE ANNUAL SOCIAL CONTRIBUTION CEILING. BRACKET
      *          LIMITS OUT OF ORDER ARE REFUSED AT THE SCREEN - A
      *          TABLE THAT WOULD PRICE TAX WRONG NEVER REACHES THE
      *          FILE. EVERY ACTION WRITES AN AUDTLOG RECORD CARRYING
      *          THE SUPERVISOR'S USER ID AND THE TABLE VERSION, THE
      *          SAME WAY EMPADMIN AUDITS EMPLOYEE CHANGES.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION, REGISTERED AS TRAN "8" IN
      *                   THE MASTER MENU DISPATCH TABLE.
      *   2026-10-15 EAM  A BLANK, ZERO OR INVALID EFFECTIVE DATE IS
      *                   NOW REFUSED AND RE-PROMPTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXTABLE ASSIGN TO TAXTABLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-EFF-DATE
               FILE STATUS IS WS-TAXTABLE-STATUS.
           SELECT AUDTLOG ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXTABLE
           RECORDING MODE IS F.
           COPY TAXTABR.
       FD  AUDTLOG
           RECORDING MODE IS F.
           COPY AUDTLOGR.
       WORKING-STORAGE SECTION.
        77 WS-TAXTABLE-STATUS PIC X(02).
            88 WS-TAXTABLE-NOTFND VALUE "23".
        77 WS-AUDTLOG-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-FUNCTION-CODE PIC X(01) VALUE SPACE.
            88 WS-FUNC-ADD VALUE "A" "a".
            88 WS-FUNC-CHANGE VALUE "C" "c".
            88 WS-FUNC-LIST VALUE "L" "l".
            88 WS-FUNC-EXIT VALUE "X" "x".
        77 WS-TARGET-EFF-DATE PIC 9(08) VALUE ZERO.
        77 WS-TABLE-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-TABLE-FOUND VALUE "Y".
        77 WS-TABLE-VALID-SWITCH PIC X(01) VALUE "N".
            88 WS-TABLE-VALID VALUE "Y".
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-TAXTABLE VALUE "Y".
        77 WS-EVENT-TYPE PIC X(02) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-BRK-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-SCREEN-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-LIST-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-PREV-LIMIT PIC 9(07)V99 VALUE ZERO.
        77 WS-LIST-ENDED-SWITCH PIC X(01) VALUE "N".
            88 WS-BRACKET-LIST-ENDED VALUE "Y".
        77 WS-CLEAR-MSG-LINE PIC X(40) VALUE SPACES.
        01 WS-BRACKET-PROMPT.
           05  FILLER                  PIC X(08) VALUE "BRACKET ".
           05  BP-NUMBER               PIC 9(01).
           05  FILLER                  PIC X(23) VALUE
               " LIMIT (0=END)    RATE".
        01 WS-LIST-LINE.
           05  LL-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-VERSION              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-BRACKETS             PIC 9(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LL-SOCIAL-RATE          PIC .999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SOCIAL-CEILING       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-MAINT-USER-ID        PIC X(08).
       LINKAGE SECTION.
           COPY DL100COMM.
       PROCEDURE DIVISION USING DL100-COMMAREA.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE TAX TABLE AND THE AUDIT LOG. THE
      * TABLE FILE IS CREATED EMPTY THE FIRST TIME THE SCREEN IS
      * USED, THE SAME WAY CYCCTL CREATES CYCFILE. THE MENU CLOSES
      * AUDTLOG BEFORE DISPATCHING HERE SO THIS PROGRAM CAN OPEN
      * THE SAME DATASET FOR ITSELF.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O TAXTABLE.
           IF WS-TAXTABLE-STATUS = "35"
               OPEN OUTPUT TAXTABLE
               CLOSE TAXTABLE
               OPEN I-O TAXTABLE
           END-IF.
           IF WS-TAXTABLE-STATUS NOT = "00"
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
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
           DISPLAY "PAYROLL TAX TABLE MAINTENANCE" AT 0101
               FOREGROUND-COLOR 3 HIGHLIGHT WITH ERASE SCREEN.
           DISPLAY "FUNCTION: A=ADD C=CHANGE L=LIST X=EXIT" AT 0301.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MAINT-LOOP - ONE PASS PER FUNCTION KEYED BY THE
      * SUPERVISOR. INVALID FUNCTION CODES JUST RE-PROMPT.
      ******************************************************************
       2000-MAINT-LOOP.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
           DISPLAY "FUNCTION:" AT 0501.
           ACCEPT WS-FUNCTION-CODE AT 0512.
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   CONTINUE
               WHEN WS-FUNC-ADD
                   PERFORM 3000-ADD-TABLE THRU 3000-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 4000-CHANGE-TABLE THRU 4000-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 5000-LIST-TABLES THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ADD-TABLE - ADD A NEW TABLE VERSION. THE EFFECTIVE DATE
      * MUST NOT ALREADY BE ON FILE. THE VERSION TAKES OVER FROM THE
      * FIRST PAY PERIOD ENDING ON OR AFTER ITS EFFECTIVE DATE.
      ******************************************************************
       3000-ADD-TABLE.
           PERFORM 6000-ACCEPT-TARGET-DATE THRU 6000-EXIT.
           PERFORM 6100-READ-TARGET-TABLE THRU 6100-EXIT.
           IF WS-TABLE-FOUND
               DISPLAY "TABLE ALREADY ON FILE FOR DATE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO TAX-TABLE-RECORD.
           MOVE WS-TARGET-EFF-DATE TO TAX-EFF-DATE.
           PERFORM 6300-ACCEPT-TABLE-VALUES THRU 6300-EXIT.
           PERFORM 6400-VALIDATE-TABLE THRU 6400-EXIT.
           IF NOT WS-TABLE-VALID
               GO TO 3000-EXIT
           END-IF.
           MOVE DL100-CA-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT TAX-MAINT-DATE FROM DATE YYYYMMDD.
           WRITE TAX-TABLE-RECORD
               INVALID KEY
                   DISPLAY "TABLE ALREADY ON FILE FOR DATE" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 3000-EXIT
           END-WRITE.
           IF WS-TAXTABLE-STATUS NOT = "00"
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "TA" TO WS-EVENT-TYPE.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           DISPLAY "TAX TABLE ADDED" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHANGE-TABLE - RE-KEY AN EXISTING VERSION. THE VALUES ON
      * FILE ARE SHOWN FIRST; THE WHOLE BRACKET SET IS THEN KEYED
      * AGAIN SO THE LIMITS ARE ALWAYS CHECKED AS ONE LIST.
      ******************************************************************
       4000-CHANGE-TABLE.
           PERFORM 6000-ACCEPT-TARGET-DATE THRU 6000-EXIT.
           PERFORM 6100-READ-TARGET-TABLE THRU 6100-EXIT.
           IF NOT WS-TABLE-FOUND
               DISPLAY "NO TABLE ON FILE FOR DATE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6200-SHOW-TABLE-VALUES THRU 6200-EXIT.
           PERFORM 6300-ACCEPT-TABLE-VALUES THRU 6300-EXIT.
           PERFORM 6400-VALIDATE-TABLE THRU 6400-EXIT.
           IF NOT WS-TABLE-VALID
               GO TO 4000-EXIT
           END-IF.
           MOVE DL100-CA-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT TAX-MAINT-DATE FROM DATE YYYYMMDD.
           REWRITE TAX-TABLE-RECORD.
           IF WS-TAXTABLE-STATUS NOT = "00"
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "TC" TO WS-EVENT-TYPE.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           DISPLAY "TAX TABLE CHANGED" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-TABLES - ONE LINE PER VERSION ON FILE IN EFFECTIVE
      * DATE ORDER, SO THE SUPERVISOR CAN SEE WHICH VERSION A PAY
      * PERIOD WILL PICK UP. THE SCREEN HOLDS THE FIRST ELEVEN.
      ******************************************************************
       5000-LIST-TABLES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 9 TO WS-LIST-ROW.
           MOVE ZERO TO TAX-EFF-DATE.
           START TAXTABLE KEY IS NOT LESS THAN TAX-EFF-DATE
               INVALID KEY
                   SET WS-END-OF-TAXTABLE TO TRUE
           END-START.
           DISPLAY "EFFECTIVE VERSION  BRKS  SOCIAL     CEILING  BY"
               AT 0801 WITH ERASE EOS.
           IF WS-END-OF-TAXTABLE
               DISPLAY "NO TAX TABLES ON FILE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LIST-ONE-TABLE THRU 5100-EXIT
               UNTIL WS-END-OF-TAXTABLE OR WS-LIST-ROW > 19.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-TABLE.
           READ TAXTABLE NEXT RECORD
               AT END
                   SET WS-END-OF-TAXTABLE TO TRUE
           END-READ.
           IF WS-TAXTABLE-STATUS NOT = "00" AND NOT WS-END-OF-TAXTABLE
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF NOT WS-END-OF-TAXTABLE
               MOVE TAX-EFF-DATE TO LL-EFF-DATE
               MOVE TAX-VERSION TO LL-VERSION
               MOVE ZERO TO LL-BRACKETS
               PERFORM 5200-COUNT-BRACKET THRU 5200-EXIT
                   VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > 5
               MOVE TAX-SOCIAL-RATE TO LL-SOCIAL-RATE
               MOVE TAX-SOCIAL-CEILING TO LL-SOCIAL-CEILING
               MOVE TAX-MAINT-USER-ID TO LL-MAINT-USER-ID
               DISPLAY WS-LIST-LINE AT LINE WS-LIST-ROW COLUMN 1
               ADD 1 TO WS-LIST-ROW
           END-IF.
       5100-EXIT.
           EXIT.

       5200-COUNT-BRACKET.
           IF TAX-BRACKET-LIMIT (WS-BRK-SUB) > ZERO
               ADD 1 TO LL-BRACKETS
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ACCEPT-TARGET-DATE - COMMON EFFECTIVE DATE PROMPT. A
      * BLANK, ZERO OR IMPOSSIBLE DATE IS REFUSED AND RE-PROMPTED - A
      * VERSION KEYED 00000000 WOULD BE IN FORCE FOR EVERY PERIOD.
      ******************************************************************
       6000-ACCEPT-TARGET-DATE.
           DISPLAY "EFFECTIVE (YYYYMMDD):" AT 0701 WITH ERASE EOS.
       6000-PROMPT.
           MOVE ZERO TO WS-TARGET-EFF-DATE.
           ACCEPT WS-TARGET-EFF-DATE AT 0723.
           IF WS-TARGET-EFF-DATE NOT NUMERIC
               MOVE ZERO TO WS-TARGET-EFF-DATE
           END-IF.
           IF WS-TARGET-EFF-DATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-TARGET-EFF-DATE)
                   NOT = ZERO
               DISPLAY "INVALID DATE - KEY YYYYMMDD" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 6000-PROMPT
           END-IF.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
       6000-EXIT.
           EXIT.

       6100-READ-TARGET-TABLE.
           MOVE "N" TO WS-TABLE-FOUND-SWITCH.
           MOVE WS-TARGET-EFF-DATE TO TAX-EFF-DATE.
           READ TAXTABLE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TAXTABLE-STATUS = "00"
               SET WS-TABLE-FOUND TO TRUE
           ELSE
               IF NOT WS-TAXTABLE-NOTFND
                   MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
                   MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-SHOW-TABLE-VALUES - PAINT THE VERSION AS IT STANDS ON
      * FILE ALONGSIDE THE ENTRY PROMPTS.
      ******************************************************************
       6200-SHOW-TABLE-VALUES.
           DISPLAY "NOW:" AT 0836.
           DISPLAY TAX-VERSION AT 0841.
           PERFORM 6210-SHOW-ONE-BRACKET THRU 6210-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 5.
           DISPLAY TAX-SOCIAL-RATE AT 1541.
           DISPLAY TAX-SOCIAL-CEILING AT 1641.
       6200-EXIT.
           EXIT.

       6210-SHOW-ONE-BRACKET.
           COMPUTE WS-SCREEN-ROW = 9 + WS-BRK-SUB.
           DISPLAY TAX-BRACKET-LIMIT (WS-BRK-SUB)
               AT LINE WS-SCREEN-ROW COLUMN 55.
           DISPLAY TAX-BRACKET-RATE (WS-BRK-SUB)
               AT LINE WS-SCREEN-ROW COLUMN 67.
       6210-EXIT.
           EXIT.

      ******************************************************************
      * 6300-ACCEPT-TABLE-VALUES - COMMON ENTRY SCREEN FOR ADD AND
      * CHANGE: VERSION NAME, THE FIVE BRACKETS (PER-PERIOD UPPER
      * LIMIT AND RATE, A ZERO LIMIT ENDING THE LIST), THE SOCIAL
      * CONTRIBUTION RATE AND ITS ANNUAL CEILING.
      ******************************************************************
       6300-ACCEPT-TABLE-VALUES.
           DISPLAY "VERSION:" AT 0801.
           ACCEPT TAX-VERSION AT 0823.
           PERFORM 6310-ACCEPT-ONE-BRACKET THRU 6310-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 5.
           DISPLAY "SOCIAL RATE (.NNN):" AT 1501.
           ACCEPT TAX-SOCIAL-RATE AT 1523.
           DISPLAY "SOCIAL CEILING/YEAR:" AT 1601.
           ACCEPT TAX-SOCIAL-CEILING AT 1623.
       6300-EXIT.
           EXIT.

       6310-ACCEPT-ONE-BRACKET.
           COMPUTE WS-SCREEN-ROW = 9 + WS-BRK-SUB.
           MOVE WS-BRK-SUB TO BP-NUMBER.
           DISPLAY WS-BRACKET-PROMPT
               AT LINE WS-SCREEN-ROW COLUMN 1.
           ACCEPT TAX-BRACKET-LIMIT (WS-BRK-SUB)
               AT LINE WS-SCREEN-ROW COLUMN 34.
           ACCEPT TAX-BRACKET-RATE (WS-BRK-SUB)
               AT LINE WS-SCREEN-ROW COLUMN 46.
       6310-EXIT.
           EXIT.

      ******************************************************************
      * 6400-VALIDATE-TABLE - THE FIRST BRACKET MUST HAVE A LIMIT,
      * EACH LIMIT MUST BE ABOVE THE ONE BEFORE IT, AND NOTHING MAY
      * FOLLOW THE ZERO LIMIT THAT ENDS THE LIST. GROSS ABOVE THE
      * LAST LIMIT KEYED IS TAXED AT THE LAST RATE, SO AN ALL-NINES
      * TOP LIMIT IS CUSTOMARY BUT NOT REQUIRED.
      ******************************************************************
       6400-VALIDATE-TABLE.
           MOVE "Y" TO WS-TABLE-VALID-SWITCH.
           MOVE "N" TO WS-LIST-ENDED-SWITCH.
           MOVE ZERO TO WS-PREV-LIMIT.
           IF TAX-VERSION = SPACES
               MOVE "N" TO WS-TABLE-VALID-SWITCH
               DISPLAY "VERSION NAME REQUIRED - NOT SAVED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 6400-EXIT
           END-IF.
           IF TAX-BRACKET-LIMIT (1) = ZERO
               MOVE "N" TO WS-TABLE-VALID-SWITCH
               DISPLAY "FIRST BRACKET LIMIT REQUIRED - NOT SAVED"
                   AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6410-CHECK-ONE-BRACKET THRU 6410-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 5 OR NOT WS-TABLE-VALID.
           IF NOT WS-TABLE-VALID
               DISPLAY "BRACKET LIMITS OUT OF ORDER - NOT SAVED"
                   AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
       6400-EXIT.
           EXIT.

       6410-CHECK-ONE-BRACKET.
           IF TAX-BRACKET-LIMIT (WS-BRK-SUB) = ZERO
               SET WS-BRACKET-LIST-ENDED TO TRUE
               MOVE ZERO TO TAX-BRACKET-RATE (WS-BRK-SUB)
               GO TO 6410-EXIT
           END-IF.
           IF WS-BRACKET-LIST-ENDED
               OR TAX-BRACKET-LIMIT (WS-BRK-SUB) NOT > WS-PREV-LIMIT
               MOVE "N" TO WS-TABLE-VALID-SWITCH
               GO TO 6410-EXIT
           END-IF.
           MOVE TAX-BRACKET-LIMIT (WS-BRK-SUB) TO WS-PREV-LIMIT.
       6410-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-RECORD - ONE AUDTLOG RECORD PER TABLE
      * ACTION: WHO (THE SIGNED-ON SUPERVISOR FROM THE COMMAREA),
      * WHAT (EVENT TYPE) AND WHICH VERSION (IN THE TARGET-USER
      * FIELD).
      ******************************************************************
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE DL100-CA-TERM-ID TO AUDT-TERM-ID.
           MOVE DL100-CA-USER-ID TO AUDT-USER-ID.
           MOVE "8" TO AUDT-R-VALUE.
           MOVE WS-RUN-DATE TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME.
           MOVE WS-EVENT-TYPE TO AUDT-EVENT-TYPE.
           MOVE TAX-VERSION TO AUDT-TARGET-USER.
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
           DISPLAY "TAXMAINT - FILE ERROR ON " AT 2201
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
           CLOSE TAXTABLE.
           CLOSE AUDTLOG.
       9000-EXIT.
           EXIT.
       END PROGRAM TAXMAINT.
