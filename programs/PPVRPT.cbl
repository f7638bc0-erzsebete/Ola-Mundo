      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: NIGHTLY PURCHASE PRICE VARIANCE REPORT. READS THE
      *          DAY'S PPVFILE VARIANCE RECORDS (WRITTEN BY THE
      *          INVENTORY RECEIPT FUNCTION WHENEVER A COSTED
      *          RECEIPT IS MATCHED TO A PO AT A PRICE OTHER THAN
      *          THE ONE THE ORDER WAS RAISED AT) AND PRINTS THEM BY
      *          VENDOR - EACH RECEIPT, A VENDOR SUBTOTAL, AND THE
      *          GRAND TOTAL - SO PURCHASING CAN TAKE THE PRICE UP
      *          WITH THE SUPPLIER OR RE-QUOTE THE ITEM THROUGH
      *          VENDADM. A POSITIVE VARIANCE MEANS THE GOODS COST
      *          MORE THAN ORDERED. THE RECORDS ARE ARCHIVED TO A
      *          DAILY GENERATION (PPVARCH) AND THE LIVE FILE IS
      *          EMPTIED, THE SAME CUTOVER INVRECON RUNS ON INVJRNL,
      *          AND LIKE INVRECON IT FIRST WAITS FOR THE ONLINE
      *          SESSIONS TO DRAIN.
      *          A MISSING PPVFILE JUST MEANS NO VARIANCE HAS EVER
      *          BEEN LOGGED.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  WAITS FOR THE ONLINE SESSIONS TO DRAIN
      *                   BEFORE EMPTYING PPVFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPT.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPVFILE ASSIGN TO PPVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPVFILE-STATUS.
           SELECT PPVARCH ASSIGN TO PPVARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPVARCH-STATUS.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PPVFILE
           RECORDING MODE IS F.
           COPY PPVRECR.
       FD  PPVARCH
           RECORDING MODE IS F.
       01  PPVARCH-RECORD              PIC X(80).
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-PPVFILE-STATUS PIC X(02).
        77 WS-PPVARCH-STATUS PIC X(02).
        77 WS-VNDFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-PPV-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-PPVFILE VALUE "Y".
        77 WS-PPV-MISSING-SWITCH PIC X(01) VALUE "N".
            88 WS-PPVFILE-MISSING VALUE "Y".
        77 WS-VNDFILE-SWITCH PIC X(01) VALUE "N".
            88 WS-VNDFILE-AVAILABLE VALUE "Y".
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-PPV-SUB PIC 9(04) COMP VALUE ZERO.
        77 WS-GRP-SUB PIC 9(04) COMP VALUE ZERO.
        77 WS-CURRENT-VENDOR PIC X(06) VALUE SPACES.
        77 WS-VENDOR-COUNT PIC 9(05) VALUE ZERO.
        77 WS-VENDOR-RECEIPTS PIC 9(05) VALUE ZERO.
        77 WS-VENDOR-VARIANCE PIC S9(11)V99 VALUE ZERO.
        77 WS-GRAND-VARIANCE PIC S9(11)V99 VALUE ZERO.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        01 WS-PPV-TABLE-AREA.
           05  WS-PPV-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PPV-MAX-ENTRIES      PIC 9(04) COMP VALUE 1000.
           05  WS-PPV-ENTRY OCCURS 1000 TIMES.
               10  PVT-VENDOR-ID       PIC X(06).
               10  PVT-PO-NUMBER       PIC 9(06).
               10  PVT-ITEM-NO         PIC X(08).
               10  PVT-RECEIVED-QTY    PIC 9(07).
               10  PVT-PO-PRICE        PIC 9(05)V99.
               10  PVT-RECEIPT-COST    PIC 9(05)V99.
               10  PVT-VARIANCE        PIC S9(09)V99.
               10  PVT-USER-ID         PIC X(08).
               10  PVT-POST-DATE       PIC 9(08).
               10  PVT-DONE-SWITCH     PIC X(01).
                   88  PVT-DONE                VALUE "Y".
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - PURCHASE PRICE VARIANCE".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "PO".
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(11) VALUE
               "   RECEIVED".
           05  FILLER                  PIC X(11) VALUE
               "   PO PRICE".
           05  FILLER                  PIC X(11) VALUE
               "  RCPT COST".
           05  FILLER                  PIC X(17) VALUE
               "         VARIANCE".
           05  FILLER                  PIC X(10) VALUE
               "  USER".
           05  FILLER                  PIC X(10) VALUE
               "POSTED".
        01 WS-VENDOR-LINE.
           05  FILLER                  PIC X(08) VALUE "VENDOR ".
           05  VL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-VENDOR-NAME          PIC X(30).
        01 WS-DETAIL-LINE.
           05  DL-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECEIVED-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PO-PRICE             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RECEIPT-COST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VARIANCE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-POST-DATE            PIC 9(08).
        01 WS-VENDOR-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "VENDOR TOTAL".
           05  VTL-RECEIPTS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               " RECEIPTS".
           05  VTL-VARIANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "GRAND TOTAL".
           05  TL-RECEIPTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               " RECEIPTS".
           05  TL-VARIANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TL-VENDORS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE
               " VENDORS".
        01 WS-NONE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "NO PURCHASE PRICE VARIANCES TODAY".
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
        01 WS-SESS-WAIT-X PIC X(03) VALUE SPACES.
        01 WS-SESS-WAIT-N REDEFINES WS-SESS-WAIT-X PIC 9(03).
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 0150-DRAIN-ONLINE-SESSIONS THRU 0150-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-VARIANCES THRU 2000-EXIT.
           PERFORM 3000-PRINT-VENDOR-GROUP THRU 3000-EXIT
               VARYING WS-PPV-SUB FROM 1 BY 1
               UNTIL WS-PPV-SUB > WS-PPV-COUNT.
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
           PERFORM 5000-RESET-LIVE-FILE THRU 5000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * RECEIPTS ARE ONLY COMPLETE ONCE THE ONLINE DAY HAS BEEN
      * RECONCILED, SO INVRECON IS THE PREDECESSOR. THE BUSINESS
      * DATE COMES FROM THE BUSDATE ENVAR, DEFAULTING TO TODAY.
      ******************************************************************
       0100-REGISTER-CYCLE-START.
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           MOVE "S" TO CYC-CTL-FUNCTION.
           MOVE "N" TO CYC-CTL-FORCE.
           MOVE "PPVRPT" TO CYC-CTL-JOB-NAME.
           MOVE "INVRECON" TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "PPVRPT - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DRAIN-ONLINE-SESSIONS - THE INVENTORY RECEIPT FUNCTION
      * APPENDS TO PPVFILE, AND AN OPERATOR SIGNED ON SINCE INVRECON
      * COULD STILL BE RECEIVING WHEN THE LIVE FILE IS EMPTIED. WAIT
      * FOR THE SESSION REGISTRY TO EMPTY - UP TO SESSWAIT MINUTES
      * (THREE DIGITS, DEFAULT 030; 000 = DO NOT WAIT) - AND END THE
      * STEP CC 8 IF OPERATORS ARE STILL SIGNED ON. THE START IS THEN
      * WITHDRAWN (CYCCTL "W") - NOTHING HAS BEEN TOUCHED - SO A
      * SUPERVISOR CAN SIGN ON, FORCE THE SESSIONS OFF (MENU TRAN
      * "S") AND HAVE THE STEP RESUBMITTED.
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
               DISPLAY "PPVRPT - ONLINE SESSIONS STILL OPEN - "
                   CYC-CTL-SESSION-COUNT " - " CYC-CTL-RETURN
               MOVE "W" TO CYC-CTL-FUNCTION
               CALL "CYCCTL" USING CYC-CTL-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT, THE ARCHIVE GENERATION AND
      * THE VENDOR MASTER (FOR THE VENDOR NAMES - A VENDOR MASTER
      * NOT YET CREATED JUST LEAVES THEM BLANK).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT PPVARCH.
           IF WS-PPVARCH-STATUS NOT = "00"
               MOVE "PPVARCH" TO WS-ERROR-FILE-ID
               MOVE WS-PPVARCH-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT VNDFILE.
           IF WS-VNDFILE-STATUS = "00"
               SET WS-VNDFILE-AVAILABLE TO TRUE
           ELSE
               IF WS-VNDFILE-STATUS NOT = "35"
                   MOVE "VNDFILE" TO WS-ERROR-FILE-ID
                   MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-VARIANCES - COPY EVERY VARIANCE RECORD TO THE
      * ARCHIVE GENERATION AND INTO THE REPORT TABLE IN THE SAME
      * PASS.
      ******************************************************************
       2000-LOAD-VARIANCES.
           OPEN INPUT PPVFILE.
           IF WS-PPVFILE-STATUS = "35"
               SET WS-PPVFILE-MISSING TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-PPVFILE-STATUS NOT = "00"
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE WS-PPVFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2100-READ-PPVFILE THRU 2100-EXIT.
           PERFORM 2200-LOAD-PPV-ENTRY THRU 2200-EXIT
               UNTIL WS-END-OF-PPVFILE.
           CLOSE PPVFILE.
       2000-EXIT.
           EXIT.

       2100-READ-PPVFILE.
           READ PPVFILE
               AT END
                   SET WS-END-OF-PPVFILE TO TRUE
           END-READ.
           IF WS-PPVFILE-STATUS NOT = "00" AND NOT WS-END-OF-PPVFILE
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE WS-PPVFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-PPV-ENTRY.
           MOVE PPV-RECORD TO PPVARCH-RECORD.
           WRITE PPVARCH-RECORD.
           IF WS-PPVARCH-STATUS NOT = "00"
               MOVE "PPVARCH" TO WS-ERROR-FILE-ID
               MOVE WS-PPVARCH-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-PPV-COUNT >= WS-PPV-MAX-ENTRIES
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-PPV-COUNT.
           MOVE PPV-VENDOR-ID TO PVT-VENDOR-ID (WS-PPV-COUNT).
           MOVE PPV-PO-NUMBER TO PVT-PO-NUMBER (WS-PPV-COUNT).
           MOVE PPV-ITEM-NO TO PVT-ITEM-NO (WS-PPV-COUNT).
           MOVE PPV-RECEIVED-QTY TO PVT-RECEIVED-QTY (WS-PPV-COUNT).
           MOVE PPV-PO-PRICE TO PVT-PO-PRICE (WS-PPV-COUNT).
           MOVE PPV-RECEIPT-COST TO PVT-RECEIPT-COST (WS-PPV-COUNT).
           MOVE PPV-VARIANCE TO PVT-VARIANCE (WS-PPV-COUNT).
           MOVE PPV-USER-ID TO PVT-USER-ID (WS-PPV-COUNT).
           MOVE PPV-POST-DATE TO PVT-POST-DATE (WS-PPV-COUNT).
           MOVE "N" TO PVT-DONE-SWITCH (WS-PPV-COUNT).
           PERFORM 2100-READ-PPVFILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-VENDOR-GROUP - THE FIRST VARIANCE NOT YET PRINTED
      * STARTS A VENDOR GROUP: THE VENDOR LINE, EVERY VARIANCE FOR
      * THE SAME VENDOR FROM HERE DOWN THE TABLE, AND THE VENDOR
      * SUBTOTAL. VARIANCES ALREADY PRINTED BY AN EARLIER GROUP ARE
      * SKIPPED.
      ******************************************************************
       3000-PRINT-VENDOR-GROUP.
           IF PVT-DONE (WS-PPV-SUB)
               GO TO 3000-EXIT
           END-IF.
           MOVE PVT-VENDOR-ID (WS-PPV-SUB) TO WS-CURRENT-VENDOR.
           ADD 1 TO WS-VENDOR-COUNT.
           MOVE ZERO TO WS-VENDOR-RECEIPTS.
           MOVE ZERO TO WS-VENDOR-VARIANCE.
           PERFORM 3100-PRINT-VENDOR-LINE THRU 3100-EXIT.
           PERFORM 3200-PRINT-GROUP-ENTRY THRU 3200-EXIT
               VARYING WS-GRP-SUB FROM WS-PPV-SUB BY 1
               UNTIL WS-GRP-SUB > WS-PPV-COUNT.
           MOVE WS-VENDOR-RECEIPTS TO VTL-RECEIPTS.
           MOVE WS-VENDOR-VARIANCE TO VTL-VARIANCE.
           MOVE WS-VENDOR-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           ADD WS-VENDOR-VARIANCE TO WS-GRAND-VARIANCE.
       3000-EXIT.
           EXIT.

       3100-PRINT-VENDOR-LINE.
           MOVE WS-CURRENT-VENDOR TO VL-VENDOR-ID.
           MOVE SPACES TO VL-VENDOR-NAME.
           IF WS-CURRENT-VENDOR = SPACES
               MOVE "(NO VENDOR ON PO)" TO VL-VENDOR-NAME
               GO TO 3100-WRITE
           END-IF.
           IF NOT WS-VNDFILE-AVAILABLE
               GO TO 3100-WRITE
           END-IF.
           MOVE WS-CURRENT-VENDOR TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   MOVE "(NOT ON VENDOR MASTER)" TO VL-VENDOR-NAME
                   GO TO 3100-WRITE
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE VND-NAME TO VL-VENDOR-NAME.
       3100-WRITE.
           MOVE WS-VENDOR-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

       3200-PRINT-GROUP-ENTRY.
           IF PVT-DONE (WS-GRP-SUB)
               OR PVT-VENDOR-ID (WS-GRP-SUB) NOT = WS-CURRENT-VENDOR
               GO TO 3200-EXIT
           END-IF.
           MOVE "Y" TO PVT-DONE-SWITCH (WS-GRP-SUB).
           MOVE PVT-PO-NUMBER (WS-GRP-SUB) TO DL-PO-NUMBER.
           MOVE PVT-ITEM-NO (WS-GRP-SUB) TO DL-ITEM-NO.
           MOVE PVT-RECEIVED-QTY (WS-GRP-SUB) TO DL-RECEIVED-QTY.
           MOVE PVT-PO-PRICE (WS-GRP-SUB) TO DL-PO-PRICE.
           MOVE PVT-RECEIPT-COST (WS-GRP-SUB) TO DL-RECEIPT-COST.
           MOVE PVT-VARIANCE (WS-GRP-SUB) TO DL-VARIANCE.
           MOVE PVT-USER-ID (WS-GRP-SUB) TO DL-USER-ID.
           MOVE PVT-POST-DATE (WS-GRP-SUB) TO DL-POST-DATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           ADD 1 TO WS-VENDOR-RECEIPTS.
           ADD PVT-VARIANCE (WS-GRP-SUB) TO WS-VENDOR-VARIANCE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - GRAND TOTAL LINE, PLUS A "NOTHING TODAY"
      * LINE ON THE QUIET NIGHTS SO AN EMPTY REPORT IS CLEARLY EMPTY
      * ON PURPOSE.
      ******************************************************************
       4000-PRINT-TOTALS.
           IF WS-PPV-COUNT = ZERO
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-PPV-COUNT TO TL-RECEIPTS.
           MOVE WS-GRAND-VARIANCE TO TL-VARIANCE.
           MOVE WS-VENDOR-COUNT TO TL-VENDORS.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RESET-LIVE-FILE - EVERY VARIANCE IS SAFELY ON THE
      * ARCHIVE GENERATION; EMPTY THE LIVE FILE SO TOMORROW'S
      * RECEIPTS START A FRESH DAY. OPENING OUTPUT TRUNCATES THE
      * DATASET, THE SAME WAY INVRECON RESETS INVJRNL.
      ******************************************************************
       5000-RESET-LIVE-FILE.
           CLOSE PPVARCH.
           OPEN OUTPUT PPVFILE.
           IF WS-PPVFILE-STATUS NOT = "00"
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE WS-PPVFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           CLOSE PPVFILE.
       5000-EXIT.
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
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16 - THE LIVE
      * FILE IS ONLY EVER EMPTIED AFTER THE ARCHIVE IS COMPLETE, SO
      * THE STEP IS SIMPLY RESUBMITTED.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "PPVRPT - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT AND VENDOR MASTER BEFORE
      * ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           IF WS-VNDFILE-AVAILABLE
               CLOSE VNDFILE
           END-IF.
           CLOSE RPTFILE.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REGISTER-CYCLE-END - MARK THE RUN COMPLETE ON CYCFILE
      * FOR THE BUSINESS DATE. A FAILED END REGISTRATION IS
      * REPORTED AND THE STEP ENDS CC 4 INSTEAD OF LOOKING CLEAN.
      ******************************************************************
       9100-REGISTER-CYCLE-END.
           MOVE "E" TO CYC-CTL-FUNCTION.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "PPVRPT - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM PPVRPT.
