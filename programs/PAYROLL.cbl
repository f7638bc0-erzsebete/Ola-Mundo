      *                   MENU-DISPATCHED INTERACTIVE RUN IS NOT
      *                   PART OF THE NIGHTLY CYCLE AND SKIPS THE
      *                   REGISTRATION.
      *   2026-10-15 EAM  THE FLAT 15 PCT TAX AND 8 PCT SOCIAL RATES
      *                   ARE GONE. DEDUCTIONS NOW COME FROM THE NEW
      *                   TAXTABLE FILE (MAINTAINED THROUGH TAXMAINT,
      *                   TRAN "8"): THE VERSION IN FORCE IS THE ONE
      *                   WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
      *                   THE TIMEFILE PERIOD-ENDING DATE. INCOME TAX
      *                   IS GRADUATED OVER ITS PER-PERIOD BRACKETS,
      *                   AND SOCIAL CONTRIBUTION STOPS ONCE
      *                   EMP-YTD-SOCIAL REACHES THE ANNUAL CEILING.
      *                   THE SAME PRICING RUNS IN THE PROOF AND THE
      *                   LIVE PASS, AND THE REGISTER HEADING SHOWS
      *                   THE TABLE VERSION APPLIED. NO VERSION IN
      *                   FORCE FOR THE PERIOD STOPS THE RUN ("NT").
      *   2026-10-15 EAM  PAID LEAVE. TIMEFILE DETAILS MARKED AS
      *                   VACATION OR SICK LEAVE (WRITTEN BY TIMEBLD
      *                   FROM THE APPROVED LEAVEREQ DAYS) ARE PAID
      *                   AT STRAIGHT TIME AND KEPT OUT OF THE
      *                   80-HOUR OVERTIME THRESHOLD; THE REGISTER
      *                   SHOWS THEM IN THEIR OWN LEAVE COLUMN. THE
      *                   NEW LEAVEBAL FILE HOLDS EACH EMPLOYEE'S
      *                   VACATION AND SICK BALANCES - A LIVE RUN
      *                   ADDS THE HOUSE ACCRUAL, TAKES OFF THE LEAVE
      *                   HOURS PAID AND PRINTS THE NEW BALANCES ON
      *                   THE PAY ADVICE. LEAVE PAID BEYOND THE
      *                   BALANCE IS FLAGGED ON THE REGISTER (PROOF
      *                   AND LIVE) BUT STILL PAID.
      *   2026-10-15 EAM  THE LIVE PASS NOW ALSO WRITES THE PAYGL
      *                   LEDGER FEED - ONE RECORD PER EMPLOYEE PAID
      *                   WITH DEPARTMENT, GROSS, TAX, SOCIAL, NET
      *                   AND WHETHER THE NET WENT TO THE BANK OR IS
      *                   PAID BY HAND - FOR THE GLEXTR LEDGER
      *                   EXTRACT. THE PROOF WRITES NO FEED.
      *   2026-10-15 EAM  AN EMPLOYEE WHOSE LAST DEPOSIT THE BANK
      *                   RETURNED (EMP-BANK-RETURN-SWITCH, SET BY
      *                   THE BNKRECON RECONCILIATION) GOES TO THE
      *                   REGISTER AS A PAY-MANUALLY EXCEPTION
      *                   INSTEAD OF INTO THE BANK EXTRACT, UNTIL HR
      *                   RE-KEYS THE BANK DETAILS THROUGH EMPADMIN.
      *   2026-10-15 EAM  THE BRACKET LOOP NO LONGER LOOKS PAST THE
      *                   FIFTH BRACKET WHEN ALL FIVE ARE IN USE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT TAXTABLE ASSIGN TO TAXTABLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-EFF-DATE
               FILE STATUS IS WS-TAXTABLE-STATUS.
           SELECT PAYGL ASSIGN TO PAYGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.
           SELECT LEAVEBAL ASSIGN TO LEAVEBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS WS-LEAVEBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMEFILE
       FD  PAYHIST
           RECORDING MODE IS F.
       01  PAYHIST-RECORD              PIC X(80).
       FD  TAXTABLE
           RECORDING MODE IS F.
           COPY TAXTABR.
       FD  LEAVEBAL
           RECORDING MODE IS F.
           COPY LEAVBALR.
       FD  PAYGL
           RECORDING MODE IS F.
           COPY PAYGLR.
       WORKING-STORAGE SECTION.
        77 WS-TIMEFILE-STATUS PIC X(02).
        77 WS-EMPFILE-STATUS PIC X(02).
        77 WS-PAYADV-STATUS PIC X(02).
        77 WS-BANKFILE-STATUS PIC X(02).
        77 WS-BANK-RECORDS PIC 9(03) VALUE ZERO.
        77 WS-PAYGL-STATUS PIC X(02).
        77 WS-PAYGL-OPEN-SWITCH PIC X(01) VALUE "N".
            88 WS-PAYGL-IS-OPEN VALUE "Y".
        77 WS-PAY-METHOD PIC X(01) VALUE SPACE.
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
        77 WS-EMPS-REJECTED PIC 9(03) VALUE ZERO.
        77 WS-OT-THRESHOLD PIC 9(03)V99 VALUE 80.00.
        77 WS-OT-MULTIPLIER PIC 9(01)V99 VALUE 1.50.
        77 WS-TAXTABLE-STATUS PIC X(02).
        77 WS-TAX-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-TAXTABLE VALUE "Y".
        77 WS-TAX-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-TAX-TABLE-FOUND VALUE "Y".
        77 WS-BRK-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-BRK-DONE-SWITCH PIC X(01) VALUE "N".
            88 WS-BRACKETS-DONE VALUE "Y".
        77 WS-BRK-LOWER PIC 9(07)V99 VALUE ZERO.
        77 WS-BRK-SLICE PIC 9(07)V99 VALUE ZERO.
        77 WS-LAST-RATE PIC V999 VALUE ZERO.
        77 WS-SOCIAL-ROOM PIC 9(07)V99 VALUE ZERO.
        77 WS-LEAVEBAL-STATUS PIC X(02).
            88 WS-LEAVEBAL-NOTFND VALUE "23".
        77 WS-LEAVEBAL-OPEN-SWITCH PIC X(01) VALUE "N".
            88 WS-LEAVEBAL-IS-OPEN VALUE "Y".
        77 WS-LVB-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-LVB-FOUND VALUE "Y".
        77 WS-VAC-ACCRUAL PIC 9(02)V99 VALUE 06.16.
        77 WS-SICK-ACCRUAL PIC 9(02)V99 VALUE 03.08.
        77 WS-LEAVE-HOURS PIC 9(03)V99 VALUE ZERO.
        77 WS-REG-HOURS PIC 9(03)V99 VALUE ZERO.
        77 WS-OT-HOURS PIC 9(03)V99 VALUE ZERO.
        77 WS-GROSS-PAY PIC 9(07)V99 VALUE ZERO.
                   INDEXED BY WS-HOURS-IDX.
               10  WS-HOURS-EMP-ID     PIC X(08).
               10  WS-HOURS-TOTAL      PIC 9(04)V99.
               10  WS-HOURS-VACATION   PIC 9(03)V99.
               10  WS-HOURS-SICK       PIC 9(03)V99.
        01 WS-TAX-IN-FORCE.
           05  WS-TAX-EFF-DATE         PIC 9(08) VALUE ZERO.
           05  WS-TAX-VERSION          PIC X(08) VALUE SPACES.
           05  WS-TAX-BRACKET OCCURS 5 TIMES.
               10  WS-TAX-BRK-LIMIT    PIC 9(07)V99.
               10  WS-TAX-BRK-RATE     PIC V999.
           05  WS-TAX-SOCIAL-RATE      PIC V999 VALUE ZERO.
           05  WS-TAX-SOCIAL-CEILING   PIC 9(07)V99 VALUE ZERO.
        01 WS-DEPT-TABLE-AREA.
           05  WS-DEPT-COUNT           PIC 9(02) COMP VALUE ZERO.
           05  WS-DEPT-MAX-ENTRIES     PIC 9(02) COMP VALUE 20.
           05  FILLER                  PIC X(11) VALUE
               "PERIOD END ".
           05  HL1-PERIOD-END          PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               "  TAX TABLE ".
           05  HL1-TAX-VERSION         PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  FILLER                  PIC X(10) VALUE "EMPLOYEE".
           05  FILLER                  PIC X(23) VALUE "NAME".
           05  FILLER                  PIC X(08) VALUE "  HOURS".
           05  FILLER                  PIC X(07) VALUE "  LEAVE".
           05  FILLER                  PIC X(13) VALUE
               "       GROSS".
           05  FILLER                  PIC X(11) VALUE
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-HOURS                PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-LEAVE                PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-GROSS                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-TAX                  PIC ZZZ,ZZ9.99.
               "NET PAY".
           05  FILLER                  PIC X(20) VALUE
               "YEAR TO DATE".
           05  FILLER                  PIC X(14) VALUE
               "LEAVE HOURS".
           05  FILLER                  PIC X(14) VALUE
               "VACATION BAL".
           05  FILLER                  PIC X(14) VALUE
               "SICK LEAVE BAL".
           05  FILLER                  PIC X(02) VALUE "PT".
           05  FILLER                  PIC X(20) VALUE
               "RECIBO DE PAGAMENTO".
               "SALARIO LIQUID".
           05  FILLER                  PIC X(20) VALUE
               "ACUMULADO DO ANO".
           05  FILLER                  PIC X(14) VALUE
               "HORAS LICENCA".
           05  FILLER                  PIC X(14) VALUE
               "SALDO FERIAS".
           05  FILLER                  PIC X(14) VALUE
               "SALDO DOENCA".
        01 WS-ADV-LABEL-TABLE REDEFINES WS-ADV-LABEL-DATA.
           05  WS-ADV-ENTRY OCCURS 2 TIMES
                   INDEXED BY WS-ADV-IDX.
               10  WS-ADV-SOCIAL           PIC X(14).
               10  WS-ADV-NET              PIC X(14).
               10  WS-ADV-YTD              PIC X(20).
               10  WS-ADV-LEAVE            PIC X(14).
               10  WS-ADV-VAC-BAL          PIC X(14).
               10  WS-ADV-SICK-BAL         PIC X(14).
        01 WS-ADV-TITLE-LINE.
           05  ATL-TITLE               PIC X(20).
           05  FILLER                  PIC X(14) VALUE
           05  AAL-LABEL               PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AAL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
        01 WS-ADV-BALANCE-LINE.
           05  ABL-LABEL               PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ABL-BALANCE             PIC ZZZ9.99-.
        01 WS-ADV-YTD-LINE.
           05  AYL-LABEL               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
               MOVE WS-BANKFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF NOT WS-TRIAL-MODE
               OPEN OUTPUT PAYGL
               IF WS-PAYGL-STATUS NOT = "00"
                   MOVE "PAYGL" TO WS-ERROR-FILE-ID
                   MOVE WS-PAYGL-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
               SET WS-PAYGL-IS-OPEN TO TRUE
           END-IF.
           PERFORM 2100-READ-TIMEFILE THRU 2100-EXIT.
           IF WS-END-OF-TIMEFILE OR NOT TIME-HEADER-REC
               MOVE "TIMEFILE" TO WS-ERROR-FILE-ID
                   TO HL1-TITLE
           END-IF.
           PERFORM 1100-LOAD-PREVIOUS-TOTALS THRU 1100-EXIT.
           PERFORM 1300-LOAD-TAX-TABLE THRU 1300-EXIT.
           PERFORM 1400-OPEN-LEAVEBAL THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-TAX-TABLE - PICK THE TAXTABLE VERSION IN FORCE FOR
      * THE PERIOD: THE LATEST EFFECTIVE DATE ON OR BEFORE THE
      * TIMEFILE PERIOD-ENDING DATE. THE FILE IS READ IN KEY ORDER
      * AND THE LAST QUALIFYING VERSION KEPT. NO VERSION IN FORCE
      * (OR NO FILE AT ALL) STOPS THE RUN THROUGH THE FILE-ERROR
      * TRAP WITH STATUS "NT" - A PAYROLL PRICED WITH NO RATES IS
      * WORSE THAN NO PAYROLL.
      ******************************************************************
       1300-LOAD-TAX-TABLE.
           OPEN INPUT TAXTABLE.
           IF WS-TAXTABLE-STATUS = "35"
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE "NT" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-TAXTABLE-STATUS NOT = "00"
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE WS-TAXTABLE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 1310-READ-TAXTABLE THRU 1310-EXIT
               UNTIL WS-END-OF-TAXTABLE.
           CLOSE TAXTABLE.
           IF NOT WS-TAX-TABLE-FOUND
               MOVE "TAXTABLE" TO WS-ERROR-FILE-ID
               MOVE "NT" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-TAXTABLE.
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
               IF TAX-EFF-DATE > WS-PERIOD-END
                   SET WS-END-OF-TAXTABLE TO TRUE
               ELSE
                   SET WS-TAX-TABLE-FOUND TO TRUE
                   MOVE TAX-EFF-DATE TO WS-TAX-EFF-DATE
                   MOVE TAX-VERSION TO WS-TAX-VERSION
                   PERFORM 1320-SAVE-BRACKET THRU 1320-EXIT
                       VARYING WS-BRK-SUB FROM 1 BY 1
                       UNTIL WS-BRK-SUB > 5
                   MOVE TAX-SOCIAL-RATE TO WS-TAX-SOCIAL-RATE
                   MOVE TAX-SOCIAL-CEILING TO WS-TAX-SOCIAL-CEILING
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

       1320-SAVE-BRACKET.
           MOVE TAX-BRACKET-LIMIT (WS-BRK-SUB)
               TO WS-TAX-BRK-LIMIT (WS-BRK-SUB).
           MOVE TAX-BRACKET-RATE (WS-BRK-SUB)
               TO WS-TAX-BRK-RATE (WS-BRK-SUB).
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 1400-OPEN-LEAVEBAL - THE LEAVE BALANCE FILE. THE LIVE PASS
      * OPENS IT FOR UPDATE, CREATING IT EMPTY THE FIRST TIME; THE
      * PROOF ONLY READS IT, AND WITH NO FILE AT ALL EVERY EMPLOYEE
      * SIMPLY STARTS FROM A ZERO BALANCE.
      ******************************************************************
       1400-OPEN-LEAVEBAL.
           IF WS-TRIAL-MODE
               OPEN INPUT LEAVEBAL
               IF WS-LEAVEBAL-STATUS = "35"
                   GO TO 1400-EXIT
               END-IF
           ELSE
               OPEN I-O LEAVEBAL
               IF WS-LEAVEBAL-STATUS = "35"
                   OPEN OUTPUT LEAVEBAL
                   CLOSE LEAVEBAL
                   OPEN I-O LEAVEBAL
               END-IF
           END-IF.
           IF WS-LEAVEBAL-STATUS NOT = "00"
               MOVE "LEAVEBAL" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEBAL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           SET WS-LEAVEBAL-IS-OPEN TO TRUE.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-PERIOD-HOURS - ROLL EVERY DETAIL RECORD'S HOURS UP
      * INTO ONE WS-HOURS-ENTRY PER EMPLOYEE, SO AN EMPLOYEE WITH TEN
      * DAILY RECORDS IS PRICED ONCE AGAINST THE PERIOD OVERTIME
      * THRESHOLD INSTEAD OF DAY BY DAY. LEAVE DETAILS ARE ROLLED
      * INTO THEIR OWN VACATION AND SICK BUCKETS, NOT THE WORKED
      * HOURS THE THRESHOLD IS TESTED AGAINST.
      ******************************************************************
       2000-LOAD-PERIOD-HOURS.
           PERFORM 2100-READ-TIMEFILE THRU 2100-EXIT.
               AT END
                   PERFORM 2300-ADD-HOURS-ENTRY THRU 2300-EXIT
               WHEN WS-HOURS-EMP-ID (WS-HOURS-IDX) = TIME-EMP-ID
                   CONTINUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN TIME-PAY-VACATION
                   ADD TIME-HOURS-WORKED
                       TO WS-HOURS-VACATION (WS-HOURS-IDX)
               WHEN TIME-PAY-SICK
                   ADD TIME-HOURS-WORKED
                       TO WS-HOURS-SICK (WS-HOURS-IDX)
               WHEN OTHER
                   ADD TIME-HOURS-WORKED
                       TO WS-HOURS-TOTAL (WS-HOURS-IDX)
           END-EVALUATE.
       2200-READ-NEXT.
           PERFORM 2100-READ-TIMEFILE THRU 2100-EXIT.
       2200-EXIT.
           END-IF.
           ADD 1 TO WS-HOURS-COUNT.
           MOVE TIME-EMP-ID TO WS-HOURS-EMP-ID (WS-HOURS-COUNT).
           MOVE ZERO TO WS-HOURS-TOTAL (WS-HOURS-COUNT).
           MOVE ZERO TO WS-HOURS-VACATION (WS-HOURS-COUNT).
           MOVE ZERO TO WS-HOURS-SICK (WS-HOURS-COUNT).
           SET WS-HOURS-IDX TO WS-HOURS-COUNT.
       2300-EXIT.
           EXIT.

           MOVE EMP-EMP-ID TO DL-EMP-ID.
           MOVE EMP-FULL-NAME TO DL-NAME.
           MOVE WS-HOURS-TOTAL (WS-EMP-SUB) TO DL-HOURS.
           MOVE WS-LEAVE-HOURS TO DL-LEAVE.
           MOVE WS-GROSS-PAY TO DL-GROSS.
           MOVE WS-TAX-AMOUNT TO DL-TAX.
           MOVE WS-SOCIAL-AMOUNT TO DL-SOCIAL.
           MOVE WS-NET-PAY TO DL-NET.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
           PERFORM 3800-APPLY-LEAVE-BALANCE THRU 3800-EXIT.
           IF NOT WS-TRIAL-MODE
               PERFORM 3600-WRITE-PAY-ADVICE THRU 3600-EXIT
               PERFORM 3700-WRITE-BANK-RECORD THRU 3700-EXIT
               PERFORM 3750-WRITE-LEDGER-FEED THRU 3750-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CALCULATE-GROSS-TO-NET - HOURS OVER THE 80-HOUR PERIOD
      * THRESHOLD ARE PAID AT TIME AND A HALF. VACATION AND SICK
      * LEAVE HOURS ARE PAID AT STRAIGHT TIME ON TOP AND NEVER
      * COUNT TOWARD THE THRESHOLD. INCOME TAX IS
      * GRADUATED OVER THE TAX TABLE BRACKETS IN FORCE (3210), AND
      * SOCIAL CONTRIBUTION COMES OFF GROSS AT THE TABLE RATE UNTIL
      * THE YEAR'S CONTRIBUTIONS REACH THE ANNUAL CEILING - THE
      * PERIOD THAT CROSSES IT PAYS ONLY THE ROOM LEFT UNDER IT.
      ******************************************************************
       3200-CALCULATE-GROSS-TO-NET.
           IF WS-HOURS-TOTAL (WS-EMP-SUB) > WS-OT-THRESHOLD
               MOVE WS-HOURS-TOTAL (WS-EMP-SUB) TO WS-REG-HOURS
               MOVE ZERO TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-LEAVE-HOURS =
               WS-HOURS-VACATION (WS-EMP-SUB) +
               WS-HOURS-SICK (WS-EMP-SUB).
           COMPUTE WS-GROSS-PAY ROUNDED =
               (WS-REG-HOURS * EMP-HOURLY-RATE) +
               (WS-OT-HOURS * EMP-HOURLY-RATE * WS-OT-MULTIPLIER) +
               (WS-LEAVE-HOURS * EMP-HOURLY-RATE).
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE ZERO TO WS-BRK-LOWER.
           MOVE ZERO TO WS-LAST-RATE.
           MOVE "N" TO WS-BRK-DONE-SWITCH.
           PERFORM 3210-TAX-ONE-BRACKET THRU 3210-EXIT
               VARYING WS-BRK-SUB FROM 1 BY 1
               UNTIL WS-BRK-SUB > 5 OR WS-BRACKETS-DONE.
           IF WS-GROSS-PAY > WS-BRK-LOWER
               COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT +
                   ((WS-GROSS-PAY - WS-BRK-LOWER) * WS-LAST-RATE)
           END-IF.
           COMPUTE WS-SOCIAL-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-TAX-SOCIAL-RATE.
           IF WS-TAX-SOCIAL-CEILING > ZERO
               IF EMP-YTD-SOCIAL NOT < WS-TAX-SOCIAL-CEILING
                   MOVE ZERO TO WS-SOCIAL-AMOUNT
               ELSE
                   COMPUTE WS-SOCIAL-ROOM =
                       WS-TAX-SOCIAL-CEILING - EMP-YTD-SOCIAL
                   IF WS-SOCIAL-AMOUNT > WS-SOCIAL-ROOM
                       MOVE WS-SOCIAL-ROOM TO WS-SOCIAL-AMOUNT
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SOCIAL-AMOUNT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-TAX-ONE-BRACKET - TAX THE SLICE OF GROSS THAT FALLS
      * BETWEEN THE PREVIOUS BRACKET'S LIMIT AND THIS ONE'S AT THIS
      * BRACKET'S RATE. GROSS ABOVE THE LAST LIMIT ON THE TABLE IS
      * TAXED AT THE LAST RATE BY 3200. A ZERO LIMIT ENDS THE
      * TABLE'S BRACKETS.
      ******************************************************************
       3210-TAX-ONE-BRACKET.
           IF WS-TAX-BRK-LIMIT (WS-BRK-SUB) = ZERO
               SET WS-BRACKETS-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.
           MOVE WS-TAX-BRK-RATE (WS-BRK-SUB) TO WS-LAST-RATE.
           IF WS-GROSS-PAY > WS-BRK-LOWER
               IF WS-GROSS-PAY > WS-TAX-BRK-LIMIT (WS-BRK-SUB)
                   COMPUTE WS-BRK-SLICE =
                       WS-TAX-BRK-LIMIT (WS-BRK-SUB) - WS-BRK-LOWER
               ELSE
                   COMPUTE WS-BRK-SLICE = WS-GROSS-PAY - WS-BRK-LOWER
               END-IF
               COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT +
                   (WS-BRK-SLICE * WS-TAX-BRK-RATE (WS-BRK-SUB))
           END-IF.
           MOVE WS-TAX-BRK-LIMIT (WS-BRK-SUB) TO WS-BRK-LOWER.
       3210-EXIT.
           EXIT.

       3300-UPDATE-EMPLOYEE-YTD.
           ADD WS-GROSS-PAY TO EMP-YTD-GROSS.
           ADD WS-TAX-AMOUNT TO EMP-YTD-TAX.
      * IN THE EMPLOYEE'S OWN LANGUAGE (EMP-LANGUAGE-CODE AGAINST
      * THE LABEL TABLE, DEFAULTING TO EN THE WAY THE BANNER DOES).
      * THE YTD FIGURES ARE THE ONES JUST ROLLED FORWARD ONTO THE
      * MASTER, AND THE LEAVE BALANCES THE ONES JUST WRITTEN TO
      * LEAVEBAL, SO THE ADVICE AND THE RECORDS AGREE.
      ******************************************************************
       3600-WRITE-PAY-ADVICE.
           SET WS-ADV-IDX TO 1.
           MOVE WS-HOURS-TOTAL (WS-EMP-SUB) TO AHL-HOURS.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-HOURS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ADV-LEAVE (WS-ADV-IDX) TO AHL-LABEL.
           MOVE WS-LEAVE-HOURS TO AHL-HOURS.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-HOURS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ADV-GROSS (WS-ADV-IDX) TO AAL-LABEL.
           MOVE WS-GROSS-PAY TO AAL-AMOUNT.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
           MOVE EMP-YTD-NET TO AYL-NET.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-YTD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ADV-VAC-BAL (WS-ADV-IDX) TO ABL-LABEL.
           MOVE LVB-VAC-BALANCE TO ABL-BALANCE.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ADV-SICK-BAL (WS-ADV-IDX) TO ABL-LABEL.
           MOVE LVB-SICK-BALANCE TO ABL-BALANCE.
           WRITE PAYADV-PRINT-LINE FROM WS-ADV-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PAYADV-STATUS NOT = "00"
               MOVE "PAYADV" TO WS-ERROR-FILE-ID
               MOVE WS-PAYADV-STATUS TO WS-ERROR-STATUS
      * EMPLOYEE PAID. AN EMPLOYEE WITH NO BANK DETAILS ON THE
      * MASTER CANNOT GO TO THE BANK - THE REGISTER GETS AN
      * EXCEPTION LINE SO THE PAYMASTER PAYS BY HAND AND HR FIXES
      * THE MASTER THROUGH EMPADMIN. THE SAME GOES FOR AN EMPLOYEE
      * WHOSE LAST DEPOSIT THE BANK RETURNED - SENDING IT TO THE
      * SAME ACCOUNT AGAIN WOULD ONLY BOUNCE A SECOND TIME.
      ******************************************************************
       3700-WRITE-BANK-RECORD.
           MOVE "M" TO WS-PAY-METHOD.
           IF EMP-BANK-BRANCH = SPACES
               OR EMP-BANK-ACCOUNT = SPACES
               MOVE EMP-EMP-ID TO XL-EMP-ID
               PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
               GO TO 3700-EXIT
           END-IF.
           IF EMP-BANK-RETURNED
               MOVE EMP-EMP-ID TO XL-EMP-ID
               MOVE "BANK RETURNED - PAY MANUALLY" TO XL-REASON
               MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE SPACES TO BANK-PAY-RECORD.
           MOVE EMP-EMP-ID TO BNK-EMP-ID.
           MOVE EMP-BANK-BRANCH TO BNK-BANK-BRANCH.
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-BANK-RECORDS.
           MOVE "B" TO WS-PAY-METHOD.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3750-WRITE-LEDGER-FEED - ONE PAYGL RECORD PER EMPLOYEE PAID
      * FOR THE GLEXTR LEDGER EXTRACT. 3700 HAS ALREADY SAID WHETHER
      * THE NET WENT TO THE BANK ("B") OR IS PAID BY HAND ("M"), SO
      * THE EXTRACT'S BANK CLEARING LINE AGREES WITH BANKFILE.
      ******************************************************************
       3750-WRITE-LEDGER-FEED.
           MOVE SPACES TO PAY-GL-RECORD.
           MOVE EMP-EMP-ID TO PGL-EMP-ID.
           MOVE EMP-DEPT-CODE TO PGL-DEPT-CODE.
           MOVE WS-PERIOD-END TO PGL-PERIOD-END.
           MOVE WS-GROSS-PAY TO PGL-GROSS.
           MOVE WS-TAX-AMOUNT TO PGL-TAX.
           MOVE WS-SOCIAL-AMOUNT TO PGL-SOCIAL.
           MOVE WS-NET-PAY TO PGL-NET.
           MOVE WS-PAY-METHOD TO PGL-PAY-METHOD.
           WRITE PAY-GL-RECORD.
           IF WS-PAYGL-STATUS NOT = "00"
               MOVE "PAYGL" TO WS-ERROR-FILE-ID
               MOVE WS-PAYGL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 3800-APPLY-LEAVE-BALANCE - ADD THE PERIOD'S HOUSE ACCRUAL TO
      * THE EMPLOYEE'S VACATION AND SICK BALANCES AND TAKE OFF THE
      * LEAVE HOURS JUST PAID. AN EMPLOYEE WITH NO LEAVEBAL RECORD
      * STARTS FROM ZERO. A BALANCE DRIVEN BELOW ZERO IS FLAGGED ON
      * THE REGISTER - THE LEAVE WAS APPROVED, SO IT IS STILL PAID.
      * THE PROOF WORKS THE BALANCES OUT FOR THE FLAGS BUT NEVER
      * WRITES THEM; THE LIVE PASS WRITES THEM, AND A PERIOD ALREADY
      * APPLIED (LVB-LAST-ACCRUAL-DATE) IS NEVER APPLIED AGAIN.
      ******************************************************************
       3800-APPLY-LEAVE-BALANCE.
           MOVE "N" TO WS-LVB-FOUND-SWITCH.
           MOVE EMP-EMP-ID TO LVB-EMP-ID.
           IF WS-LEAVEBAL-IS-OPEN
               READ LEAVEBAL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LEAVEBAL-STATUS = "00"
                   SET WS-LVB-FOUND TO TRUE
               ELSE
                   IF NOT WS-LEAVEBAL-NOTFND
                       MOVE "LEAVEBAL" TO WS-ERROR-FILE-ID
                       MOVE WS-LEAVEBAL-STATUS TO WS-ERROR-STATUS
                       PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-LVB-FOUND
               MOVE SPACES TO LEAVE-BALANCE-RECORD
               MOVE EMP-EMP-ID TO LVB-EMP-ID
               MOVE ZERO TO LVB-VAC-BALANCE
               MOVE ZERO TO LVB-SICK-BALANCE
               MOVE ZERO TO LVB-LAST-ACCRUAL-DATE
           END-IF.
           IF LVB-LAST-ACCRUAL-DATE = WS-PERIOD-END
               GO TO 3800-EXIT
           END-IF.
           ADD WS-VAC-ACCRUAL TO LVB-VAC-BALANCE.
           ADD WS-SICK-ACCRUAL TO LVB-SICK-BALANCE.
           SUBTRACT WS-HOURS-VACATION (WS-EMP-SUB) FROM LVB-VAC-BALANCE.
           SUBTRACT WS-HOURS-SICK (WS-EMP-SUB) FROM LVB-SICK-BALANCE.
           MOVE WS-PERIOD-END TO LVB-LAST-ACCRUAL-DATE.
           IF LVB-VAC-BALANCE < ZERO
               MOVE EMP-EMP-ID TO XL-EMP-ID
               MOVE "VACATION PAID OVER BALANCE" TO XL-REASON
               MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
           END-IF.
           IF LVB-SICK-BALANCE < ZERO
               MOVE EMP-EMP-ID TO XL-EMP-ID
               MOVE "SICK LEAVE PAID OVER BALANCE" TO XL-REASON
               MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
           END-IF.
           IF WS-TRIAL-MODE
               GO TO 3800-EXIT
           END-IF.
           IF WS-LVB-FOUND
               REWRITE LEAVE-BALANCE-RECORD
           ELSE
               WRITE LEAVE-BALANCE-RECORD
           END-IF.
           IF WS-LEAVEBAL-STATUS NOT = "00"
               MOVE "LEAVEBAL" TO WS-ERROR-FILE-ID
               MOVE WS-LEAVEBAL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - ONE TOTAL LINE PER DEPARTMENT PAID THIS
      * PERIOD, THEN THE COMPANY TOTAL.
       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PERIOD-END TO HL1-PERIOD-END.
           MOVE WS-TAX-VERSION TO HL1-TAX-VERSION.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-RUN-TIME TO HL1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO HL1-PAGE.
           CLOSE PAYREG.
           CLOSE PAYADV.
           CLOSE BANKFILE.
           IF WS-LEAVEBAL-IS-OPEN
               CLOSE LEAVEBAL
               MOVE "N" TO WS-LEAVEBAL-OPEN-SWITCH
           END-IF.
           IF WS-PAYGL-IS-OPEN
               CLOSE PAYGL
               MOVE "N" TO WS-PAYGL-OPEN-SWITCH
           END-IF.
       9000-EXIT.
           EXIT.

