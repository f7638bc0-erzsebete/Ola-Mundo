      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: BANK ACKNOWLEDGEMENT RECONCILIATION. RUN WHEN THE
      *          BANK'S ACKNOWLEDGEMENT/RETURN FILE (BANKACK) COMES
      *          BACK FOR A PAY PERIOD. EVERY DEPOSIT ON THE BANKFILE
      *          PAYMENT EXTRACT THE LIVE PAYROLL PASS SENT FOR THE
      *          PERIOD (BNK-PERIOD-END) IS MATCHED TO THE BANK'S
      *          ANSWER BY EMPLOYEE AND AMOUNT AND REPORTED AS
      *          ACCEPTED, RETURNED (WITH THE BANK'S REASON) OR
      *          MISSING FROM THE ACKNOWLEDGEMENT. ACKNOWLEDGEMENTS
      *          THAT ANSWER NO DEPOSIT SENT ARE LISTED TOO, AND ANY
      *          FOR ANOTHER PERIOD ARE LISTED AND SET ASIDE.
      *
      *          A RETURNED DEPOSIT FLAGS THE EMPLOYEE ON EMPFILE
      *          (EMP-BANK-RETURN-SWITCH) SO THE NEXT LIVE PAYROLL
      *          PASS PUTS THEM ON THE REGISTER EXCEPTION LIST
      *          INSTEAD OF SENDING THE MONEY TO THE SAME ACCOUNT
      *          AGAIN, AND GOES ON THE REISSUE LISTING SO PAYROLL
      *          CAN CUT A MANUAL PAYMENT. HR CLEARS THE FLAG BY
      *          RE-KEYING THE BANK DETAILS THROUGH EMPADMIN.
      *
      *          CONDITION CODES: 0 - EVERY DEPOSIT ACCEPTED. 4 -
      *          SOME DEPOSITS RETURNED, BUT ACCEPTED PLUS RETURNED
      *          ACCOUNTS FOR EVERYTHING SENT. 12 - THE TOTALS DO
      *          NOT AGREE: DEPOSITS MISSING FROM THE BANK'S FILE,
      *          OR BANK ANSWERS FOR PAYMENTS NEVER SENT - TAKE IT
      *          UP WITH THE BANK BEFORE ANYONE IS REISSUED.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  THE RECONCILIATION CONDITION CODE IS SET
      *                   BEFORE THE CYCLE END IS REGISTERED, SO A
      *                   FAILED END NO LONGER GETS OVERWRITTEN
      *                   AND THE CALL CANNOT CLEAR A CC 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRECON.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKFILE ASSIGN TO BANKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKFILE-STATUS.
           SELECT BANKACK ASSIGN TO BANKACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKACK-STATUS.
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
           SELECT REISSUE ASSIGN TO REISSUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKFILE
           RECORDING MODE IS F.
           COPY BNKPAYR.
       FD  BANKACK
           RECORDING MODE IS F.
           COPY BNKACKR.
       FD  EMPFILE
           RECORDING MODE IS F.
           COPY EMPFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       FD  REISSUE
           RECORDING MODE IS F.
       01  REISSUE-PRINT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-BANKFILE-STATUS PIC X(02).
        77 WS-BANKACK-STATUS PIC X(02).
        77 WS-EMPFILE-STATUS PIC X(02).
            88 WS-EMPFILE-NOTFND VALUE "23".
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-REISSUE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-BANK-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-BANKFILE VALUE "Y".
        77 WS-ACK-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-BANKACK VALUE "Y".
        77 WS-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-PAYMENT-FOUND VALUE "Y".
        77 WS-UNMATCHED-HDG-SWITCH PIC X(01) VALUE "N".
            88 WS-UNMATCHED-HDG-PRINTED VALUE "Y".
        77 WS-CYCLE-FORCE PIC X(01) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-PERIOD-END PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-RI-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-RI-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-PAY-SUB PIC 9(04) COMP VALUE ZERO.
        77 WS-MATCH-SUB PIC 9(04) COMP VALUE ZERO.
        77 WS-SENT-COUNT PIC 9(05) VALUE ZERO.
        77 WS-SENT-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-ACCEPTED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-ACCEPTED-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-RETURNED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-RETURNED-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-MISSING-COUNT PIC 9(05) VALUE ZERO.
        77 WS-MISSING-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-UNMATCHED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-UNMATCHED-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-OTHER-PERIOD-COUNT PIC 9(05) VALUE ZERO.
        77 WS-OTHER-PERIOD-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-ACCOUNTED-AMOUNT PIC 9(09)V99 VALUE ZERO.
        77 WS-FLAGGED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-STEP-RC PIC 9(02) VALUE ZERO.
        01 WS-PAY-TABLE-AREA.
           05  WS-PAY-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PAY-MAX-ENTRIES      PIC 9(04) COMP VALUE 1000.
           05  WS-PAY-ENTRY OCCURS 1000 TIMES.
               10  BPT-EMP-ID          PIC X(08).
               10  BPT-EMP-NAME        PIC X(30).
               10  BPT-BANK-BRANCH     PIC X(08).
               10  BPT-BANK-ACCOUNT    PIC X(12).
               10  BPT-NET-PAY         PIC 9(07)V99.
               10  BPT-RESULT          PIC X(01).
                   88  BPT-UNANSWERED          VALUE " ".
                   88  BPT-ACCEPTED            VALUE "A".
                   88  BPT-RETURNED            VALUE "R".
               10  BPT-RETURN-CODE     PIC X(04).
               10  BPT-RETURN-REASON   PIC X(30).
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - BANK ACKNOWLEDGEMENT RECON".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(15) VALUE
               "PERIOD ENDING".
           05  HL2-PERIOD-END          PIC 9(08).
        01 WS-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "EMPLOYEE".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(14) VALUE
               "      AMOUNT".
           05  FILLER                  PIC X(14) VALUE "RESULT".
           05  FILLER                  PIC X(35) VALUE
               "BANK REASON".
        01 WS-RI-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - DEPOSIT REISSUE LISTING".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  RH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  RH1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  RH1-PAGE                PIC ZZZ9.
        01 WS-RI-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "EMPLOYEE".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(14) VALUE
               "      AMOUNT".
           05  FILLER                  PIC X(10) VALUE "BRANCH".
           05  FILLER                  PIC X(14) VALUE "ACCOUNT".
           05  FILLER                  PIC X(37) VALUE
               "BANK REASON".
           05  FILLER                  PIC X(12) VALUE "EMPFILE".
        01 WS-SECTION-LINE.
           05  SL-TEXT                 PIC X(50).
        01 WS-DETAIL-LINE.
           05  DL-EMP-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EMP-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RESULT               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RETURN-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-RETURN-REASON        PIC X(30).
        01 WS-REISSUE-LINE.
           05  RL-EMP-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-EMP-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-BANK-BRANCH          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-BANK-ACCOUNT         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-RETURN-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RL-RETURN-REASON        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-FLAG-RESULT          PIC X(12).
        01 WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PAYMENTS-SENT THRU 2000-EXIT.
           PERFORM 3000-MATCH-ACKNOWLEDGEMENTS THRU 3000-EXIT.
           PERFORM 4000-REPORT-PAYMENTS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           IF WS-MISSING-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               OR WS-ACCOUNTED-AMOUNT NOT = WS-SENT-AMOUNT
               MOVE 12 TO WS-STEP-RC
           ELSE
               IF WS-RETURNED-COUNT > ZERO
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * BANK'S FILE ARRIVES DAYS AFTER THE PAYROLL RUN, UNDER A
      * LATER BUSINESS DATE, SO THERE IS NO PREDECESSOR TO CHECK -
      * ONLY THE DOUBLE-RUN GUARD. THE BUSINESS DATE COMES FROM THE
      * BUSDATE ENVAR, DEFAULTING TO TODAY. CYCFORCE=Y IS THE
      * SANCTIONED SAME-DATE RE-RUN WHEN THE BANK SENDS A CORRECTED
      * FILE.
      ******************************************************************
       0100-REGISTER-CYCLE-START.
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           ACCEPT WS-CYCLE-FORCE FROM ENVIRONMENT "CYCFORCE".
           MOVE "S" TO CYC-CTL-FUNCTION.
           IF WS-CYCLE-FORCE = "Y"
               MOVE "Y" TO CYC-CTL-FORCE
           ELSE
               MOVE "N" TO CYC-CTL-FORCE
           END-IF.
           MOVE "BNKRECON" TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "BNKRECON - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE PAYMENT EXTRACT, THE BANK'S FILE,
      * THE EMPLOYEE MASTER FOR UPDATE AND BOTH PRINT FILES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT BANKFILE.
           IF WS-BANKFILE-STATUS NOT = "00"
               MOVE "BANKFILE" TO WS-ERROR-FILE-ID
               MOVE WS-BANKFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT BANKACK.
           IF WS-BANKACK-STATUS NOT = "00"
               MOVE "BANKACK" TO WS-ERROR-FILE-ID
               MOVE WS-BANKACK-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN I-O EMPFILE.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT REISSUE.
           IF WS-REISSUE-STATUS NOT = "00"
               MOVE "REISSUE" TO WS-ERROR-FILE-ID
               MOVE WS-REISSUE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-PAYMENTS-SENT - TABLE EVERY DEPOSIT ON THE PAYMENT
      * EXTRACT. THE PERIOD BEING RECONCILED IS THE BNK-PERIOD-END OF
      * THE EXTRACT - ONE PAYROLL RUN, ONE PERIOD.
      ******************************************************************
       2000-LOAD-PAYMENTS-SENT.
           PERFORM 2100-READ-BANKFILE THRU 2100-EXIT.
           IF NOT WS-END-OF-BANKFILE
               MOVE BNK-PERIOD-END TO WS-PERIOD-END
           END-IF.
           PERFORM 2200-LOAD-PAYMENT THRU 2200-EXIT
               UNTIL WS-END-OF-BANKFILE.
       2000-EXIT.
           EXIT.

       2100-READ-BANKFILE.
           READ BANKFILE
               AT END
                   SET WS-END-OF-BANKFILE TO TRUE
           END-READ.
           IF WS-BANKFILE-STATUS NOT = "00" AND NOT WS-END-OF-BANKFILE
               MOVE "BANKFILE" TO WS-ERROR-FILE-ID
               MOVE WS-BANKFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-PAYMENT.
           IF WS-PAY-COUNT >= WS-PAY-MAX-ENTRIES
               MOVE "BANKFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE BNK-EMP-ID TO BPT-EMP-ID (WS-PAY-COUNT).
           MOVE BNK-EMP-NAME TO BPT-EMP-NAME (WS-PAY-COUNT).
           MOVE BNK-BANK-BRANCH TO BPT-BANK-BRANCH (WS-PAY-COUNT).
           MOVE BNK-BANK-ACCOUNT TO BPT-BANK-ACCOUNT (WS-PAY-COUNT).
           MOVE BNK-NET-PAY TO BPT-NET-PAY (WS-PAY-COUNT).
           MOVE SPACES TO BPT-RESULT (WS-PAY-COUNT).
           MOVE SPACES TO BPT-RETURN-CODE (WS-PAY-COUNT).
           MOVE SPACES TO BPT-RETURN-REASON (WS-PAY-COUNT).
           ADD 1 TO WS-SENT-COUNT.
           ADD BNK-NET-PAY TO WS-SENT-AMOUNT.
           PERFORM 2100-READ-BANKFILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MATCH-ACKNOWLEDGEMENTS - ONE PASS OVER THE BANK'S FILE.
      * EACH ANSWER FOR THE PERIOD IS MATCHED TO THE FIRST DEPOSIT
      * STILL UNANSWERED FOR THE SAME EMPLOYEE AND AMOUNT. ANSWERS
      * THAT MATCH NOTHING, CARRY AN UNKNOWN STATUS OR BELONG TO
      * ANOTHER PERIOD ARE PRINTED AS THEY ARE FOUND, UNDER THEIR
      * OWN SECTION HEADING.
      ******************************************************************
       3000-MATCH-ACKNOWLEDGEMENTS.
           PERFORM 3100-READ-BANKACK THRU 3100-EXIT.
           PERFORM 3200-MATCH-ONE-ACK THRU 3200-EXIT
               UNTIL WS-END-OF-BANKACK.
       3000-EXIT.
           EXIT.

       3100-READ-BANKACK.
           READ BANKACK
               AT END
                   SET WS-END-OF-BANKACK TO TRUE
           END-READ.
           IF WS-BANKACK-STATUS NOT = "00" AND NOT WS-END-OF-BANKACK
               MOVE "BANKACK" TO WS-ERROR-FILE-ID
               MOVE WS-BANKACK-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE-ACK.
           IF ACK-PERIOD-END NOT = WS-PERIOD-END
               ADD 1 TO WS-OTHER-PERIOD-COUNT
               ADD ACK-NET-PAY TO WS-OTHER-PERIOD-AMOUNT
               MOVE "OTHER PERIOD" TO DL-RESULT
               PERFORM 3400-PRINT-UNMATCHED-ACK THRU 3400-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           IF NOT ACK-ACCEPTED AND NOT ACK-RETURNED
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD ACK-NET-PAY TO WS-UNMATCHED-AMOUNT
               MOVE "BAD STATUS" TO DL-RESULT
               PERFORM 3400-PRINT-UNMATCHED-ACK THRU 3400-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 3300-FIND-PAYMENT THRU 3300-EXIT
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
                  OR WS-PAYMENT-FOUND.
           IF NOT WS-PAYMENT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD ACK-NET-PAY TO WS-UNMATCHED-AMOUNT
               MOVE "NOT SENT" TO DL-RESULT
               PERFORM 3400-PRINT-UNMATCHED-ACK THRU 3400-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE ACK-STATUS TO BPT-RESULT (WS-MATCH-SUB).
           IF ACK-RETURNED
               MOVE ACK-RETURN-CODE TO BPT-RETURN-CODE (WS-MATCH-SUB)
               MOVE ACK-RETURN-REASON
                   TO BPT-RETURN-REASON (WS-MATCH-SUB)
           END-IF.
       3200-READ-NEXT.
           PERFORM 3100-READ-BANKACK THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-FIND-PAYMENT.
           IF BPT-UNANSWERED (WS-PAY-SUB)
               AND BPT-EMP-ID (WS-PAY-SUB) = ACK-EMP-ID
               AND BPT-NET-PAY (WS-PAY-SUB) = ACK-NET-PAY
               SET WS-PAYMENT-FOUND TO TRUE
               MOVE WS-PAY-SUB TO WS-MATCH-SUB
           END-IF.
       3300-EXIT.
           EXIT.

       3400-PRINT-UNMATCHED-ACK.
           IF NOT WS-UNMATCHED-HDG-PRINTED
               MOVE "BANK ANSWERS NOT MATCHED TO A DEPOSIT SENT"
                   TO SL-TEXT
               MOVE WS-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               SET WS-UNMATCHED-HDG-PRINTED TO TRUE
           END-IF.
           MOVE ACK-EMP-ID TO DL-EMP-ID.
           MOVE SPACES TO DL-EMP-NAME.
           MOVE ACK-NET-PAY TO DL-AMOUNT.
           MOVE ACK-RETURN-CODE TO DL-RETURN-CODE.
           MOVE ACK-RETURN-REASON TO DL-RETURN-REASON.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-PAYMENTS - ONE LINE PER DEPOSIT SENT, IN EXTRACT
      * ORDER, WITH THE BANK'S ANSWER. A RETURNED DEPOSIT ALSO FLAGS
      * THE EMPLOYEE ON EMPFILE AND GOES ON THE REISSUE LISTING.
      ******************************************************************
       4000-REPORT-PAYMENTS.
           IF WS-UNMATCHED-HDG-PRINTED
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
           MOVE "DEPOSITS SENT" TO SL-TEXT.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 4100-REPORT-ONE-PAYMENT THRU 4100-EXIT
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-PAYMENT.
           MOVE BPT-EMP-ID (WS-PAY-SUB) TO DL-EMP-ID.
           MOVE BPT-EMP-NAME (WS-PAY-SUB) TO DL-EMP-NAME.
           MOVE BPT-NET-PAY (WS-PAY-SUB) TO DL-AMOUNT.
           MOVE BPT-RETURN-CODE (WS-PAY-SUB) TO DL-RETURN-CODE.
           MOVE BPT-RETURN-REASON (WS-PAY-SUB) TO DL-RETURN-REASON.
           EVALUATE TRUE
               WHEN BPT-ACCEPTED (WS-PAY-SUB)
                   MOVE "ACCEPTED" TO DL-RESULT
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD BPT-NET-PAY (WS-PAY-SUB) TO WS-ACCEPTED-AMOUNT
               WHEN BPT-RETURNED (WS-PAY-SUB)
                   MOVE "RETURNED" TO DL-RESULT
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD BPT-NET-PAY (WS-PAY-SUB) TO WS-RETURNED-AMOUNT
               WHEN OTHER
                   MOVE "MISSING" TO DL-RESULT
                   MOVE "NOT IN BANK ACKNOWLEDGEMENT"
                       TO DL-RETURN-REASON
                   ADD 1 TO WS-MISSING-COUNT
                   ADD BPT-NET-PAY (WS-PAY-SUB) TO WS-MISSING-AMOUNT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF BPT-RETURNED (WS-PAY-SUB)
               PERFORM 4200-FLAG-RETURNED-EMPLOYEE THRU 4200-EXIT
               PERFORM 4300-WRITE-REISSUE-LINE THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-FLAG-RETURNED-EMPLOYEE - SET THE BANK-RETURNED FLAG SO
      * THE NEXT LIVE PAYROLL PASS PAYS THE EMPLOYEE BY HAND. AN
      * EMPLOYEE NO LONGER ON THE MASTER IS NOTED ON THE LISTING.
      ******************************************************************
       4200-FLAG-RETURNED-EMPLOYEE.
           MOVE BPT-EMP-ID (WS-PAY-SUB) TO EMP-EMP-ID.
           READ EMPFILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO RL-FLAG-RESULT
                   GO TO 4200-EXIT
           END-READ.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           SET EMP-BANK-RETURNED TO TRUE.
           REWRITE EMPLOYEE-RECORD.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "FLAGGED" TO RL-FLAG-RESULT.
           ADD 1 TO WS-FLAGGED-COUNT.
       4200-EXIT.
           EXIT.

       4300-WRITE-REISSUE-LINE.
           MOVE BPT-EMP-ID (WS-PAY-SUB) TO RL-EMP-ID.
           MOVE BPT-EMP-NAME (WS-PAY-SUB) TO RL-EMP-NAME.
           MOVE BPT-NET-PAY (WS-PAY-SUB) TO RL-AMOUNT.
           MOVE BPT-BANK-BRANCH (WS-PAY-SUB) TO RL-BANK-BRANCH.
           MOVE BPT-BANK-ACCOUNT (WS-PAY-SUB) TO RL-BANK-ACCOUNT.
           MOVE BPT-RETURN-CODE (WS-PAY-SUB) TO RL-RETURN-CODE.
           MOVE BPT-RETURN-REASON (WS-PAY-SUB) TO RL-RETURN-REASON.
           MOVE WS-REISSUE-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-REISSUE-LINE THRU 7200-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-TOTALS - SENT AGAINST THE BANK'S ANSWERS, THEN
      * WHETHER THEY AGREE. ACCEPTED PLUS RETURNED MUST ACCOUNT FOR
      * EVERY DEPOSIT SENT, WITH NOTHING MISSING AND NO STRAY BANK
      * ANSWERS. THE REISSUE LISTING GETS ITS OWN TOTAL.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "DEPOSITS SENT" TO TL-LABEL.
           MOVE WS-SENT-COUNT TO TL-COUNT.
           MOVE WS-SENT-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "ACCEPTED BY THE BANK" TO TL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO TL-COUNT.
           MOVE WS-ACCEPTED-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "RETURNED BY THE BANK" TO TL-LABEL.
           MOVE WS-RETURNED-COUNT TO TL-COUNT.
           MOVE WS-RETURNED-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "MISSING FROM ACKNOWLEDGEMENT" TO TL-LABEL.
           MOVE WS-MISSING-COUNT TO TL-COUNT.
           MOVE WS-MISSING-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "BANK ANSWERS NOT MATCHED" TO TL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
           MOVE WS-UNMATCHED-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "BANK ANSWERS FOR OTHER PERIODS" TO TL-LABEL.
           MOVE WS-OTHER-PERIOD-COUNT TO TL-COUNT.
           MOVE WS-OTHER-PERIOD-AMOUNT TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE "EMPLOYEES FLAGGED ON EMPFILE" TO TL-LABEL.
           MOVE WS-FLAGGED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           PERFORM 5100-PRINT-TOTAL-LINE THRU 5100-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           ADD WS-ACCEPTED-AMOUNT WS-RETURNED-AMOUNT
               GIVING WS-ACCOUNTED-AMOUNT.
           IF WS-MISSING-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               OR WS-ACCOUNTED-AMOUNT NOT = WS-SENT-AMOUNT
               MOVE "*** BANK ANSWERS DO NOT AGREE WITH DEPOSITS SENT"
                   TO SL-TEXT
           ELSE
               IF WS-RETURNED-COUNT > ZERO
                   MOVE "AGREED - RETURNS ON THE REISSUE LISTING"
                       TO SL-TEXT
               ELSE
                   MOVE "AGREED - EVERY DEPOSIT ACCEPTED" TO SL-TEXT
               END-IF
           END-IF.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-REISSUE-LINE THRU 7200-EXIT.
           IF WS-RETURNED-COUNT = ZERO
               MOVE "NO RETURNED DEPOSITS TO REISSUE" TO SL-TEXT
               MOVE WS-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 7200-WRITE-REISSUE-LINE THRU 7200-EXIT
           END-IF.
           MOVE "DEPOSITS TO REISSUE" TO TL-LABEL.
           MOVE WS-RETURNED-COUNT TO TL-COUNT.
           MOVE WS-RETURNED-AMOUNT TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-REISSUE-LINE THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT-LINE - ALL RECONCILIATION REPORT OUTPUT
      * FUNNELS THROUGH HERE SO PAGE OVERFLOW AND HEADINGS HAPPEN IN
      * ONE PLACE.
      ******************************************************************
       7000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 7100-PRINT-HEADINGS THRU 7100-EXIT
           END-IF.
           WRITE RPT-PRINT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-RUN-TIME TO HL1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO HL1-PAGE.
           MOVE WS-PERIOD-END TO HL2-PERIOD-END.
           WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-PRINT-LINE.
           WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINE-COUNT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7200-WRITE-REISSUE-LINE - THE SAME FOR THE REISSUE LISTING,
      * WHICH KEEPS ITS OWN PAGE AND LINE COUNT.
      ******************************************************************
       7200-WRITE-REISSUE-LINE.
           IF WS-RI-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 7300-PRINT-REISSUE-HEADINGS THRU 7300-EXIT
           END-IF.
           WRITE REISSUE-PRINT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-REISSUE-STATUS NOT = "00"
               MOVE "REISSUE" TO WS-ERROR-FILE-ID
               MOVE WS-REISSUE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-RI-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PRINT-REISSUE-HEADINGS.
           ADD 1 TO WS-RI-PAGE-COUNT.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           MOVE WS-RUN-TIME TO RH1-RUN-TIME.
           MOVE WS-RI-PAGE-COUNT TO RH1-PAGE.
           MOVE WS-PERIOD-END TO HL2-PERIOD-END.
           WRITE REISSUE-PRINT-LINE FROM WS-RI-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REISSUE-PRINT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REISSUE-PRINT-LINE FROM WS-RI-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REISSUE-PRINT-LINE.
           WRITE REISSUE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-RI-LINE-COUNT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. SETTING
      * THE BANK-RETURNED FLAG AGAIN IS HARMLESS, SO A FAILED RUN IS
      * SIMPLY RESUBMITTED.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "BNKRECON - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           CLOSE BANKFILE.
           CLOSE BANKACK.
           CLOSE EMPFILE.
           CLOSE RPTFILE.
           CLOSE REISSUE.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REGISTER-CYCLE-END - MARK THE RUN COMPLETE ON CYCFILE
      * FOR THE BUSINESS DATE. A FAILED END REGISTRATION IS
      * REPORTED AND THE STEP ENDS AT LEAST CC 4 INSTEAD OF LOOKING
      * CLEAN - A CC 12 FROM THE RECONCILIATION ITSELF STANDS. THE
      * CODE IS HELD IN WS-STEP-RC UNTIL AFTER THE CALL, WHICH
      * HANDS BACK CYCCTL'S OWN RETURN-CODE.
      ******************************************************************
       9100-REGISTER-CYCLE-END.
           MOVE "E" TO CYC-CTL-FUNCTION.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "BNKRECON - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM BNKRECON.
