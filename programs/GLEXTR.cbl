      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: GENERAL LEDGER JOURNAL EXTRACT. WRITES ONE BALANCED
      *          DOUBLE-ENTRY BATCH TO THE GLFILE LEDGER INTERFACE
      *          FILE SO FINANCE STOPS REKEYING THE PAY REGISTER
      *          AND THE STOCK FIGURES. THE GLSOURCE ENVAR SAYS
      *          WHICH SIDE OF THE BUSINESS THE RUN POSTS:
      *            PAYROLL   - FROM THE PAYGL FEED THE LIVE PAYROLL
      *                        PASS WRITES: WAGE EXPENSE BY
      *                        DEPARTMENT AGAINST INCOME TAX
      *                        PAYABLE, SOCIAL CONTRIBUTION
      *                        PAYABLE AND NET PAY - BANK CLEARING
      *                        FOR WHAT WENT ON BANKFILE, MANUAL
      *                        PAYMENTS FOR THE REST. THE CLEARING
      *                        LINE MUST AGREE WITH THE BANKFILE
      *                        TOTAL.
      *            INVENTORY - FROM THE DAY'S INVJRNL MOVEMENTS AS
      *                        ARCHIVED BY INVRECON: RECEIPTS TO
      *                        STOCK AGAINST ACCRUED PAYABLES,
      *                        ISSUES TO COST OF GOODS, AND
      *                        CYCLE-COUNT ADJUSTMENTS TO A
      *                        SHRINKAGE ACCOUNT PER REASON CODE,
      *                        ALL AT THE JRNL-UNIT-COST RECORDED
      *                        WHEN THE MOVEMENT POSTED.
      *          LINES ARE SUMMARISED BY ACCOUNT, SIDE AND
      *          DESCRIPTION. THE CONTROL REPORT LISTS EVERY LINE
      *          WITH THE INPUT COUNTS AND THE DEBIT AND CREDIT
      *          TOTALS. A BATCH THAT DOES NOT BALANCE (OR WHOSE
      *          BANK CLEARING DOES NOT AGREE WITH BANKFILE) IS
      *          NEVER RELEASED - GLFILE IS LEFT EMPTY AND THE STEP
      *          ENDS WITH CONDITION CODE 12.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  PAYROLL PERIOD END PRINTS AS A DATE ON ITS
      *                   OWN REPORT LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYGL ASSIGN TO PAYGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYGL-STATUS.
           SELECT BANKFILE ASSIGN TO BANKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANKFILE-STATUS.
           SELECT JRNLARC ASSIGN TO JRNLARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLARC-STATUS.
           SELECT GLFILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYGL
           RECORDING MODE IS F.
           COPY PAYGLR.
       FD  BANKFILE
           RECORDING MODE IS F.
           COPY BNKPAYR.
       FD  JRNLARC
           RECORDING MODE IS F.
           COPY INVJRNLR.
       FD  GLFILE
           RECORDING MODE IS F.
           COPY GLINTR.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-PAYGL-STATUS PIC X(02).
        77 WS-BANKFILE-STATUS PIC X(02).
        77 WS-JRNLARC-STATUS PIC X(02).
        77 WS-GLFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-GL-SOURCE PIC X(09) VALUE SPACES.
            88 WS-SOURCE-PAYROLL VALUE "PAYROLL".
            88 WS-SOURCE-INVENTORY VALUE "INVENTORY".
        77 WS-PAYGL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-PAYGL VALUE "Y".
        77 WS-BANK-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-BANKFILE VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-JRNLARC VALUE "Y".
        77 WS-BALANCE-SWITCH PIC X(01) VALUE "Y".
            88 WS-BATCH-BALANCED VALUE "Y".
        77 WS-REFUSE-REASON PIC X(40) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-BATCH-DATE PIC 9(08) VALUE ZERO.
        77 WS-PERIOD-END PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-GL-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-FEED-RECORDS PIC 9(05) VALUE ZERO.
        77 WS-FEED-BANK-RECORDS PIC 9(05) VALUE ZERO.
        77 WS-FEED-MANUAL-RECORDS PIC 9(05) VALUE ZERO.
        77 WS-PERIOD-MISMATCHES PIC 9(05) VALUE ZERO.
        77 WS-BANK-RECORDS PIC 9(05) VALUE ZERO.
        77 WS-BANK-TOTAL PIC 9(11)V99 VALUE ZERO.
        77 WS-CLEARING-TOTAL PIC 9(11)V99 VALUE ZERO.
        77 WS-MOVEMENTS-READ PIC 9(07) VALUE ZERO.
        77 WS-RECEIPTS-READ PIC 9(07) VALUE ZERO.
        77 WS-ISSUES-READ PIC 9(07) VALUE ZERO.
        77 WS-ADJUSTMENTS-READ PIC 9(07) VALUE ZERO.
        77 WS-UNCOSTED-READ PIC 9(07) VALUE ZERO.
        77 WS-MOVE-VALUE PIC S9(09)V99 VALUE ZERO.
        77 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
        77 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
        77 WS-LINES-WRITTEN PIC 9(05) VALUE ZERO.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-CYCLE-FORCE PIC X(01) VALUE "N".
      ******************************************************************
      * LEDGER ACCOUNTS. WAGE EXPENSE IS KEPT PER DEPARTMENT AND
      * SHRINKAGE PER COUNT REASON CODE, SO BOTH ACCOUNT NUMBERS ARE
      * BUILT FROM A FIXED PREFIX AND THE CODE.
      ******************************************************************
        77 WS-ACCT-TAX-PAYABLE PIC X(10) VALUE "2310".
        77 WS-ACCT-SOCIAL-PAYABLE PIC X(10) VALUE "2320".
        77 WS-ACCT-BANK-CLEARING PIC X(10) VALUE "1050".
        77 WS-ACCT-MANUAL-PAY PIC X(10) VALUE "2330".
        77 WS-ACCT-STOCK PIC X(10) VALUE "1400".
        77 WS-ACCT-ACCRUED-PAYABLES PIC X(10) VALUE "2100".
        77 WS-ACCT-COST-OF-GOODS PIC X(10) VALUE "5000".
        01 WS-WAGE-ACCOUNT.
           05  FILLER                  PIC X(05) VALUE "6100-".
           05  WS-WAGE-ACCT-DEPT       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
        01 WS-WAGE-DESCRIPTION.
           05  FILLER                  PIC X(18) VALUE
               "WAGE EXPENSE DEPT ".
           05  WS-WAGE-DESC-DEPT       PIC X(04).
           05  FILLER                  PIC X(08) VALUE SPACES.
        01 WS-SHRINK-ACCOUNT.
           05  FILLER                  PIC X(05) VALUE "5900-".
           05  WS-SHRINK-ACCT-REASON   PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
        01 WS-SHRINK-DESCRIPTION.
           05  FILLER                  PIC X(17) VALUE
               "SHRINKAGE REASON ".
           05  WS-SHRINK-DESC-REASON   PIC X(02).
           05  FILLER                  PIC X(11) VALUE SPACES.
        01 WS-POST-AREA.
           05  WS-POST-ACCOUNT         PIC X(10).
           05  WS-POST-DR-CR           PIC X(01).
           05  WS-POST-DESCRIPTION     PIC X(30).
           05  WS-POST-AMOUNT          PIC 9(09)V99.
        01 WS-GL-TABLE-AREA.
           05  WS-GL-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-GL-MAX-ENTRIES       PIC 9(03) COMP VALUE 200.
           05  WS-GL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GL-IDX.
               10  GLE-ACCOUNT         PIC X(10).
               10  GLE-DR-CR           PIC X(01).
               10  GLE-DESCRIPTION     PIC X(30).
               10  GLE-AMOUNT          PIC 9(09)V99.
        01 WS-HEADING-LINE-1.
           05  HL1-TITLE               PIC X(44) VALUE
               "OLA MUNDO GENERAL LEDGER - JOURNAL EXTRACT".
           05  FILLER                  PIC X(07) VALUE "SOURCE ".
           05  HL1-SOURCE              PIC X(10).
           05  FILLER                  PIC X(06) VALUE "DATE ".
           05  HL1-BATCH-DATE          PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(16) VALUE
               "           DEBIT".
           05  FILLER                  PIC X(16) VALUE
               "          CREDIT".
        01 WS-DETAIL-LINE.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DEBIT                PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CREDIT               PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
        01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE "TOTALS".
           05  FILLER                  PIC X(06) VALUE "LINES ".
           05  TL-LINES                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  TL-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-COUNT-LINE.
           05  CNL-LABEL               PIC X(32).
           05  CNL-COUNT               PIC Z,ZZZ,ZZ9.
        01 WS-DATE-LINE.
           05  DTL-LABEL               PIC X(32).
           05  DTL-DATE                PIC 9999/99/99.
        01 WS-AMOUNT-LINE.
           05  AML-LABEL               PIC X(32).
           05  AML-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-RESULT-LINE.
           05  RSL-TEXT                PIC X(42).
           05  RSL-REASON              PIC X(40).
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SOURCE-PAYROLL
               PERFORM 2000-POST-PAYROLL THRU 2000-EXIT
           ELSE
               PERFORM 3000-POST-INVENTORY THRU 3000-EXIT
           END-IF.
           PERFORM 4000-PROVE-BATCH THRU 4000-EXIT.
           IF WS-BATCH-BALANCED
               PERFORM 5000-RELEASE-BATCH THRU 5000-EXIT
           END-IF.
           PERFORM 6000-PRINT-CONTROL-REPORT THRU 6000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF NOT WS-BATCH-BALANCED
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - PICK THE SOURCE OFF THE GLSOURCE
      * ENVAR AND REGISTER THE RUN ON THE CYCFILE CYCLE CONTROL FILE
      * THROUGH CYCCTL BEFORE ANY WORK. THE PAYROLL SIDE REGISTERS
      * AS GLPAY BEHIND THE LIVE PAYROLL PASS; THE INVENTORY SIDE AS
      * GLINV BEHIND INVRECON, WHICH ARCHIVES THE DAY'S JOURNAL THIS
      * RUN READS. A MISSING OR UNKNOWN SOURCE, A RUN ALREADY
      * COMPLETE FOR THE BUSINESS DATE, OR A PREDECESSOR NOT YET
      * COMPLETE REFUSES THE STEP WITH CONDITION CODE 8. THE
      * BUSINESS DATE COMES FROM THE BUSDATE ENVAR, DEFAULTING TO
      * TODAY. CYCFORCE=Y IS THE SANCTIONED RE-RUN AFTER A REFUSED
      * (OUT-OF-BALANCE) BATCH HAS BEEN PUT RIGHT.
      ******************************************************************
       0100-REGISTER-CYCLE-START.
           ACCEPT WS-GL-SOURCE FROM ENVIRONMENT "GLSOURCE".
           IF NOT WS-SOURCE-PAYROLL AND NOT WS-SOURCE-INVENTORY
               DISPLAY "GLEXTR - GLSOURCE MUST BE PAYROLL OR "
                   "INVENTORY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           ACCEPT WS-CYCLE-FORCE FROM ENVIRONMENT "CYCFORCE".
           MOVE "S" TO CYC-CTL-FUNCTION.
           IF WS-CYCLE-FORCE = "Y"
               MOVE "Y" TO CYC-CTL-FORCE
           ELSE
               MOVE "N" TO CYC-CTL-FORCE
           END-IF.
           IF WS-SOURCE-PAYROLL
               MOVE "GLPAY" TO CYC-CTL-JOB-NAME
               MOVE "PAYROLL" TO CYC-CTL-PRED-NAME
           ELSE
               MOVE "GLINV" TO CYC-CTL-JOB-NAME
               MOVE "INVRECON" TO CYC-CTL-PRED-NAME
           END-IF.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "GLEXTR - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE CONTROL REPORT AND THE LEDGER
      * INTERFACE FILE. GLFILE IS OPENED HERE EVEN THOUGH A REFUSED
      * BATCH WRITES NOTHING TO IT - THE GENERATION IS THEN EMPTY
      * AND THE LEDGER LOAD FINDS NO HEADER TO POST.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE CYC-CTL-BUS-DATE TO WS-BATCH-DATE.
           MOVE WS-GL-SOURCE TO HL1-SOURCE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT GLFILE.
           IF WS-GLFILE-STATUS NOT = "00"
               MOVE "GLFILE" TO WS-ERROR-FILE-ID
               MOVE WS-GLFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-PAYROLL - ONE PASS OVER THE PAYGL FEED, THEN ONE
      * OVER BANKFILE FOR THE TOTAL THE BANK CLEARING LINE MUST
      * AGREE WITH. EVERY FEED RECORD MUST BE FOR THE SAME PERIOD.
      ******************************************************************
       2000-POST-PAYROLL.
           OPEN INPUT PAYGL.
           IF WS-PAYGL-STATUS NOT = "00"
               MOVE "PAYGL" TO WS-ERROR-FILE-ID
               MOVE WS-PAYGL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2100-READ-PAYGL THRU 2100-EXIT.
           PERFORM 2200-POST-ONE-EMPLOYEE THRU 2200-EXIT
               UNTIL WS-END-OF-PAYGL.
           CLOSE PAYGL.
           OPEN INPUT BANKFILE.
           IF WS-BANKFILE-STATUS NOT = "00"
               MOVE "BANKFILE" TO WS-ERROR-FILE-ID
               MOVE WS-BANKFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2300-READ-BANKFILE THRU 2300-EXIT.
           PERFORM 2400-ADD-BANK-RECORD THRU 2400-EXIT
               UNTIL WS-END-OF-BANKFILE.
           CLOSE BANKFILE.
       2000-EXIT.
           EXIT.

       2100-READ-PAYGL.
           READ PAYGL
               AT END
                   SET WS-END-OF-PAYGL TO TRUE
           END-READ.
           IF WS-PAYGL-STATUS NOT = "00" AND NOT WS-END-OF-PAYGL
               MOVE "PAYGL" TO WS-ERROR-FILE-ID
               MOVE WS-PAYGL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-ONE-EMPLOYEE - GROSS TO THE DEPARTMENT'S WAGE
      * EXPENSE, TAX AND SOCIAL TO THEIR PAYABLES, AND NET TO BANK
      * CLEARING OR MANUAL PAYMENTS AS THE PAYROLL PASS PAID IT.
      ******************************************************************
       2200-POST-ONE-EMPLOYEE.
           ADD 1 TO WS-FEED-RECORDS.
           IF WS-FEED-RECORDS = 1
               MOVE PGL-PERIOD-END TO WS-PERIOD-END
           END-IF.
           IF PGL-PERIOD-END NOT = WS-PERIOD-END
               ADD 1 TO WS-PERIOD-MISMATCHES
           END-IF.
           MOVE PGL-DEPT-CODE TO WS-WAGE-ACCT-DEPT.
           MOVE PGL-DEPT-CODE TO WS-WAGE-DESC-DEPT.
           MOVE WS-WAGE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE "D" TO WS-POST-DR-CR.
           MOVE WS-WAGE-DESCRIPTION TO WS-POST-DESCRIPTION.
           MOVE PGL-GROSS TO WS-POST-AMOUNT.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE WS-ACCT-TAX-PAYABLE TO WS-POST-ACCOUNT.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE "INCOME TAX PAYABLE" TO WS-POST-DESCRIPTION.
           MOVE PGL-TAX TO WS-POST-AMOUNT.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE WS-ACCT-SOCIAL-PAYABLE TO WS-POST-ACCOUNT.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE "SOCIAL CONTRIBUTION PAYABLE" TO WS-POST-DESCRIPTION.
           MOVE PGL-SOCIAL TO WS-POST-AMOUNT.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE PGL-NET TO WS-POST-AMOUNT.
           IF PGL-PAID-BY-BANK
               ADD 1 TO WS-FEED-BANK-RECORDS
               ADD PGL-NET TO WS-CLEARING-TOTAL
               MOVE WS-ACCT-BANK-CLEARING TO WS-POST-ACCOUNT
               MOVE "NET PAY - BANK CLEARING" TO WS-POST-DESCRIPTION
           ELSE
               ADD 1 TO WS-FEED-MANUAL-RECORDS
               MOVE WS-ACCT-MANUAL-PAY TO WS-POST-ACCOUNT
               MOVE "NET PAY - MANUAL PAYMENTS" TO WS-POST-DESCRIPTION
           END-IF.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           PERFORM 2100-READ-PAYGL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-READ-BANKFILE.
           READ BANKFILE
               AT END
                   SET WS-END-OF-BANKFILE TO TRUE
           END-READ.
           IF WS-BANKFILE-STATUS NOT = "00" AND NOT WS-END-OF-BANKFILE
               MOVE "BANKFILE" TO WS-ERROR-FILE-ID
               MOVE WS-BANKFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-ADD-BANK-RECORD.
           ADD 1 TO WS-BANK-RECORDS.
           ADD BNK-NET-PAY TO WS-BANK-TOTAL.
           IF BNK-PERIOD-END NOT = WS-PERIOD-END
               ADD 1 TO WS-PERIOD-MISMATCHES
           END-IF.
           PERFORM 2300-READ-BANKFILE THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-INVENTORY - ONE PASS OVER THE DAY'S ARCHIVED
      * MOVEMENT JOURNAL. A MISSING ARCHIVE MEANS NOTHING WAS POSTED
      * AND THE BATCH IS JUST A HEADER AND TRAILER.
      ******************************************************************
       3000-POST-INVENTORY.
           OPEN INPUT JRNLARC.
           IF WS-JRNLARC-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           IF WS-JRNLARC-STATUS NOT = "00"
               MOVE "JRNLARC" TO WS-ERROR-FILE-ID
               MOVE WS-JRNLARC-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 3100-READ-JRNLARC THRU 3100-EXIT.
           PERFORM 3200-POST-ONE-MOVEMENT THRU 3200-EXIT
               UNTIL WS-END-OF-JRNLARC.
           CLOSE JRNLARC.
       3000-EXIT.
           EXIT.

       3100-READ-JRNLARC.
           READ JRNLARC
               AT END
                   SET WS-END-OF-JRNLARC TO TRUE
           END-READ.
           IF WS-JRNLARC-STATUS NOT = "00" AND NOT WS-END-OF-JRNLARC
               MOVE "JRNLARC" TO WS-ERROR-FILE-ID
               MOVE WS-JRNLARC-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-POST-ONE-MOVEMENT - VALUE THE MOVEMENT AT THE UNIT COST
      * RECORDED WHEN IT POSTED. RECEIPTS: STOCK AGAINST ACCRUED
      * PAYABLES. ISSUES: COST OF GOODS AGAINST STOCK. COUNT-DOWN
      * ADJUSTMENTS: THE REASON'S SHRINKAGE ACCOUNT AGAINST STOCK,
      * AND A COUNT-UP THE OTHER WAY ROUND. A MOVEMENT WITH NO COST
      * RECORDED (JOURNALED BEFORE COSTS WERE CARRIED, OR AN ITEM
      * STILL AT ZERO COST) POSTS NOTHING AND IS COUNTED ON THE
      * REPORT SO SOMEONE COSTS IT.
      ******************************************************************
       3200-POST-ONE-MOVEMENT.
           ADD 1 TO WS-MOVEMENTS-READ.
           EVALUATE TRUE
               WHEN JRNL-TXN-RECEIPT
                   ADD 1 TO WS-RECEIPTS-READ
               WHEN JRNL-TXN-ISSUE
                   ADD 1 TO WS-ISSUES-READ
               WHEN JRNL-TXN-ADJUST
                   ADD 1 TO WS-ADJUSTMENTS-READ
               WHEN OTHER
                   GO TO 3200-READ-NEXT
           END-EVALUATE.
           IF JRNL-UNIT-COST NOT NUMERIC
               ADD 1 TO WS-UNCOSTED-READ
               GO TO 3200-READ-NEXT
           END-IF.
           IF JRNL-UNIT-COST = ZERO
               ADD 1 TO WS-UNCOSTED-READ
               GO TO 3200-READ-NEXT
           END-IF.
           COMPUTE WS-MOVE-VALUE ROUNDED =
               JRNL-QUANTITY * JRNL-UNIT-COST.
           IF WS-MOVE-VALUE < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - WS-MOVE-VALUE
           ELSE
               MOVE WS-MOVE-VALUE TO WS-POST-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN JRNL-TXN-RECEIPT
                   PERFORM 3300-POST-RECEIPT THRU 3300-EXIT
               WHEN JRNL-TXN-ISSUE
                   PERFORM 3400-POST-ISSUE THRU 3400-EXIT
               WHEN JRNL-TXN-ADJUST
                   PERFORM 3500-POST-ADJUSTMENT THRU 3500-EXIT
           END-EVALUATE.
       3200-READ-NEXT.
           PERFORM 3100-READ-JRNLARC THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-POST-RECEIPT.
           MOVE WS-ACCT-STOCK TO WS-POST-ACCOUNT.
           MOVE "D" TO WS-POST-DR-CR.
           MOVE "STOCK - RECEIPTS" TO WS-POST-DESCRIPTION.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE WS-ACCT-ACCRUED-PAYABLES TO WS-POST-ACCOUNT.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE "ACCRUED PAYABLES - RECEIPTS" TO WS-POST-DESCRIPTION.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
       3300-EXIT.
           EXIT.

       3400-POST-ISSUE.
           MOVE WS-ACCT-COST-OF-GOODS TO WS-POST-ACCOUNT.
           MOVE "D" TO WS-POST-DR-CR.
           MOVE "COST OF GOODS ISSUED" TO WS-POST-DESCRIPTION.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE WS-ACCT-STOCK TO WS-POST-ACCOUNT.
           MOVE "C" TO WS-POST-DR-CR.
           MOVE "STOCK - ISSUES" TO WS-POST-DESCRIPTION.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
       3400-EXIT.
           EXIT.

       3500-POST-ADJUSTMENT.
           MOVE JRNL-REASON-CODE TO WS-SHRINK-ACCT-REASON.
           MOVE JRNL-REASON-CODE TO WS-SHRINK-DESC-REASON.
           MOVE WS-SHRINK-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-SHRINK-DESCRIPTION TO WS-POST-DESCRIPTION.
           IF JRNL-QUANTITY < ZERO
               MOVE "D" TO WS-POST-DR-CR
           ELSE
               MOVE "C" TO WS-POST-DR-CR
           END-IF.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
           MOVE WS-ACCT-STOCK TO WS-POST-ACCOUNT.
           MOVE "STOCK - COUNT ADJUSTMENTS" TO WS-POST-DESCRIPTION.
           IF JRNL-QUANTITY < ZERO
               MOVE "C" TO WS-POST-DR-CR
           ELSE
               MOVE "D" TO WS-POST-DR-CR
           END-IF.
           PERFORM 7500-ADD-GL-LINE THRU 7500-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROVE-BATCH - DEBITS MUST EQUAL CREDITS. ON THE PAYROLL
      * SIDE THE BANK CLEARING LINE MUST ALSO EQUAL THE BANKFILE
      * TOTAL, RECORD FOR RECORD, AND FEED AND BANKFILE MUST BE FOR
      * THE SAME PERIOD - OTHERWISE THE LEDGER WOULD CLEAR A
      * DIFFERENT SUM FROM THE ONE THE BANK PAYS OUT.
      ******************************************************************
       4000-PROVE-BATCH.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "N" TO WS-BALANCE-SWITCH
               MOVE "DEBITS DO NOT EQUAL CREDITS"
                   TO WS-REFUSE-REASON
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-SOURCE-PAYROLL
               GO TO 4000-EXIT
           END-IF.
           IF WS-PERIOD-MISMATCHES > ZERO
               MOVE "N" TO WS-BALANCE-SWITCH
               MOVE "FEED/BANKFILE PERIOD-END MISMATCH"
                   TO WS-REFUSE-REASON
               GO TO 4000-EXIT
           END-IF.
           IF WS-CLEARING-TOTAL NOT = WS-BANK-TOTAL
               OR WS-FEED-BANK-RECORDS NOT = WS-BANK-RECORDS
               MOVE "N" TO WS-BALANCE-SWITCH
               MOVE "BANK CLEARING DOES NOT AGREE WITH BANKFILE"
                   TO WS-REFUSE-REASON
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RELEASE-BATCH - HEADER, ONE DETAIL PER SUMMARISED LINE,
      * TRAILER. HEADER AND TRAILER CARRY THE SAME CONTROL TOTALS.
      ******************************************************************
       5000-RELEASE-BATCH.
           MOVE "H" TO GL-RECORD-TYPE.
           PERFORM 5200-WRITE-CONTROL-RECORD THRU 5200-EXIT.
           PERFORM 5100-WRITE-DETAIL-RECORD THRU 5100-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT.
           MOVE "T" TO GL-RECORD-TYPE.
           PERFORM 5200-WRITE-CONTROL-RECORD THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-DETAIL-RECORD.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "D" TO GL-RECORD-TYPE.
           PERFORM 5300-SET-BATCH-KEY THRU 5300-EXIT.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE WS-LINES-WRITTEN TO GL-LINE-NO.
           MOVE GLE-ACCOUNT (WS-GL-SUB) TO GL-ACCOUNT.
           MOVE GLE-DR-CR (WS-GL-SUB) TO GL-DR-CR.
           MOVE GLE-AMOUNT (WS-GL-SUB) TO GL-AMOUNT.
           MOVE GLE-DESCRIPTION (WS-GL-SUB) TO GL-DESCRIPTION.
           PERFORM 5400-WRITE-GLFILE THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-CONTROL-RECORD - THE CALLER HAS SET THE RECORD
      * TYPE ("H" OR "T"); IT IS KEPT ACROSS THE CLEAR.
      ******************************************************************
       5200-WRITE-CONTROL-RECORD.
           MOVE GL-RECORD-TYPE TO WS-POST-DR-CR.
           MOVE SPACES TO GL-CONTROL-RECORD.
           MOVE WS-POST-DR-CR TO GL-RECORD-TYPE.
           PERFORM 5300-SET-BATCH-KEY THRU 5300-EXIT.
           MOVE WS-GL-COUNT TO GLC-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLC-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLC-TOTAL-CREDITS.
           MOVE WS-PERIOD-END TO GLC-PERIOD-END.
           PERFORM 5400-WRITE-GLFILE THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

       5300-SET-BATCH-KEY.
           IF WS-SOURCE-PAYROLL
               MOVE "PAY" TO GL-SOURCE
           ELSE
               MOVE "INV" TO GL-SOURCE
           END-IF.
           MOVE WS-BATCH-DATE TO GL-BATCH-DATE.
       5300-EXIT.
           EXIT.

       5400-WRITE-GLFILE.
           WRITE GL-INTERFACE-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
               MOVE "GLFILE" TO WS-ERROR-FILE-ID
               MOVE WS-GLFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-CONTROL-REPORT - EVERY SUMMARISED LINE, THE DEBIT
      * AND CREDIT TOTALS, THE INPUT COUNTS FOR THE SOURCE, AND THE
      * RELEASED / NOT RELEASED VERDICT. THE LINES PRINT EVEN FOR A
      * REFUSED BATCH SO FINANCE CAN SEE WHERE IT WENT WRONG.
      ******************************************************************
       6000-PRINT-CONTROL-REPORT.
           PERFORM 6100-PRINT-GL-LINE THRU 6100-EXIT
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-GL-COUNT TO TL-LINES.
           MOVE WS-TOTAL-DEBITS TO TL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF WS-SOURCE-PAYROLL
               PERFORM 6200-PRINT-PAYROLL-COUNTS THRU 6200-EXIT
           ELSE
               PERFORM 6300-PRINT-INVENTORY-COUNTS THRU 6300-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF WS-BATCH-BALANCED
               MOVE "BATCH BALANCED - RELEASED TO GLFILE"
                   TO RSL-TEXT
               MOVE SPACES TO RSL-REASON
           ELSE
               MOVE "*** BATCH OUT OF BALANCE - NOT RELEASED: "
                   TO RSL-TEXT
               MOVE WS-REFUSE-REASON TO RSL-REASON
           END-IF.
           MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-GL-LINE.
           MOVE GLE-ACCOUNT (WS-GL-SUB) TO DL-ACCOUNT.
           MOVE GLE-DESCRIPTION (WS-GL-SUB) TO DL-DESCRIPTION.
           IF GLE-DR-CR (WS-GL-SUB) = "D"
               MOVE GLE-AMOUNT (WS-GL-SUB) TO DL-DEBIT
               MOVE ZERO TO DL-CREDIT
           ELSE
               MOVE ZERO TO DL-DEBIT
               MOVE GLE-AMOUNT (WS-GL-SUB) TO DL-CREDIT
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

       6200-PRINT-PAYROLL-COUNTS.
           MOVE "PERIOD END:" TO DTL-LABEL.
           MOVE WS-PERIOD-END TO DTL-DATE.
           MOVE WS-DATE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "EMPLOYEES ON PAYGL FEED:" TO CNL-LABEL.
           MOVE WS-FEED-RECORDS TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "  PAID THROUGH THE BANK:" TO CNL-LABEL.
           MOVE WS-FEED-BANK-RECORDS TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "  PAID BY HAND:" TO CNL-LABEL.
           MOVE WS-FEED-MANUAL-RECORDS TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "BANKFILE RECORDS:" TO CNL-LABEL.
           MOVE WS-BANK-RECORDS TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "BANK CLEARING POSTED:" TO AML-LABEL.
           MOVE WS-CLEARING-TOTAL TO AML-AMOUNT.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "BANKFILE NET PAY TOTAL:" TO AML-LABEL.
           MOVE WS-BANK-TOTAL TO AML-AMOUNT.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

       6300-PRINT-INVENTORY-COUNTS.
           MOVE "MOVEMENTS READ:" TO CNL-LABEL.
           MOVE WS-MOVEMENTS-READ TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "  RECEIPTS:" TO CNL-LABEL.
           MOVE WS-RECEIPTS-READ TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "  ISSUES:" TO CNL-LABEL.
           MOVE WS-ISSUES-READ TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "  COUNT ADJUSTMENTS:" TO CNL-LABEL.
           MOVE WS-ADJUSTMENTS-READ TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "** NO UNIT COST - NOT POSTED:" TO CNL-LABEL.
           MOVE WS-UNCOSTED-READ TO CNL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT-LINE - ALL REPORT OUTPUT FUNNELS THROUGH
      * HERE SO PAGE OVERFLOW AND HEADINGS HAPPEN IN ONE PLACE.
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
           MOVE WS-BATCH-DATE TO HL1-BATCH-DATE.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           MOVE WS-RUN-TIME TO HL1-RUN-TIME.
           MOVE WS-PAGE-COUNT TO HL1-PAGE.
           WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE RPT-PRINT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-PRINT-LINE.
           WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-LINE-COUNT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 7500-ADD-GL-LINE - ROLL ONE POSTING (WS-POST-AREA) INTO THE
      * SUMMARY TABLE, ONE ENTRY PER ACCOUNT, SIDE AND DESCRIPTION,
      * AND INTO THE DEBIT OR CREDIT CONTROL TOTAL. A ZERO AMOUNT
      * POSTS NOTHING.
      ******************************************************************
       7500-ADD-GL-LINE.
           IF WS-POST-AMOUNT = ZERO
               GO TO 7500-EXIT
           END-IF.
           SET WS-GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               AT END
                   PERFORM 7600-ADD-GL-ENTRY THRU 7600-EXIT
               WHEN WS-GL-IDX > WS-GL-COUNT
                   PERFORM 7600-ADD-GL-ENTRY THRU 7600-EXIT
               WHEN GLE-ACCOUNT (WS-GL-IDX) = WS-POST-ACCOUNT
                   AND GLE-DR-CR (WS-GL-IDX) = WS-POST-DR-CR
                   AND GLE-DESCRIPTION (WS-GL-IDX) =
                       WS-POST-DESCRIPTION
                   CONTINUE
           END-SEARCH.
           ADD WS-POST-AMOUNT TO GLE-AMOUNT (WS-GL-IDX).
           IF WS-POST-DR-CR = "D"
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
       7500-EXIT.
           EXIT.

       7600-ADD-GL-ENTRY.
           IF WS-GL-COUNT >= WS-GL-MAX-ENTRIES
               MOVE "GLFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-GL-COUNT.
           MOVE WS-POST-ACCOUNT TO GLE-ACCOUNT (WS-GL-COUNT).
           MOVE WS-POST-DR-CR TO GLE-DR-CR (WS-GL-COUNT).
           MOVE WS-POST-DESCRIPTION TO GLE-DESCRIPTION (WS-GL-COUNT).
           MOVE ZERO TO GLE-AMOUNT (WS-GL-COUNT).
           SET WS-GL-IDX TO WS-GL-COUNT.
       7600-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. NOTHING
      * IS CONSUMED BY THIS RUN, SO A FAILED RUN COSTS NOTHING BUT A
      * RESUBMIT.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "GLEXTR - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE LEDGER FILE AND THE REPORT BEFORE
      * ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           CLOSE GLFILE.
           CLOSE RPTFILE.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REGISTER-CYCLE-END - MARK THE RUN COMPLETE ON CYCFILE
      * FOR THE BUSINESS DATE. A REFUSED BATCH IS STILL A COMPLETED
      * RUN - THE ONLINE WINDOW MUST NOT STAY SHUT OVER A LEDGER
      * DIFFERENCE - AND THE CORRECTED RE-RUN GOES IN WITH
      * CYCFORCE=Y. A FAILED END REGISTRATION IS REPORTED AND THE
      * STEP ENDS CC 4 INSTEAD OF LOOKING CLEAN.
      ******************************************************************
       9100-REGISTER-CYCLE-END.
           MOVE "E" TO CYC-CTL-FUNCTION.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "GLEXTR - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM GLEXTR.
