      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: APPLIES A SIGNED-OFF REORDER PROPOSAL TO THE ITEM
      *          MASTER. READS THE RPPROP PROPOSAL FILE WRITTEN BY THE
      *          MONTHLY INVUSAGE RUN AND, FOR EACH ITEM, SETS
      *          ITM-REORDER-POINT AND ITM-REORDER-QTY TO THE
      *          PROPOSED VALUES - BUT ONLY WHILE ITMFILE STILL
      *          CARRIES THE VALUES THE PROPOSAL WAS WORKED FROM. AN
      *          ITEM CHANGED BY HAND SINCE THE PROPOSAL WAS PRINTED
      *          IS LEFT ALONE AND LISTED, AS IS AN ITEM NO LONGER ON
      *          THE MASTER (CC 4 WHEN ANY ARE). AN ITEM ALREADY AT
      *          THE PROPOSED VALUES IS NOTED AND PASSED OVER, SO THE
      *          RUN CAN BE RESUBMITTED AFTER A FAILURE PART WAY
      *          THROUGH. SUBMITTED ONLY WHEN PURCHASING HAS SIGNED
      *          THE INVUSAGE PROPOSAL REPORT OFF.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRPUPD.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPPROP ASSIGN TO RPPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPPROP-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPPROP
           RECORDING MODE IS F.
           COPY RPPROPR.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-RPPROP-STATUS PIC X(02).
        77 WS-ITMFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-PROP-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-RPPROP VALUE "Y".
        77 WS-CYCLE-FORCE PIC X(01) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-PROPOSALS-READ PIC 9(05) VALUE ZERO.
        77 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-ALREADY-COUNT PIC 9(05) VALUE ZERO.
        77 WS-CHANGED-COUNT PIC 9(05) VALUE ZERO.
        77 WS-NOTFOUND-COUNT PIC 9(05) VALUE ZERO.
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - REORDER PROPOSAL APPLIED".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(12) VALUE "PROPOSED".
           05  FILLER                  PIC X(11) VALUE
               " ROP WAS".
           05  FILLER                  PIC X(11) VALUE
               " ROP NOW".
           05  FILLER                  PIC X(11) VALUE
               " QTY WAS".
           05  FILLER                  PIC X(11) VALUE
               " QTY NOW".
           05  FILLER                  PIC X(24) VALUE "RESULT".
        01 WS-DETAIL-LINE.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROPOSAL-DATE        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-OLD-REORDER-POINT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NEW-REORDER-POINT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OLD-REORDER-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NEW-REORDER-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-RESULT               PIC X(24).
        01 WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-RPPROP THRU 2000-EXIT.
           PERFORM 3000-APPLY-PROPOSAL THRU 3000-EXIT
               UNTIL WS-END-OF-RPPROP.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-CHANGED-COUNT > ZERO OR WS-NOTFOUND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * APPLY RUN GOES IN DAYS AFTER THE PROPOSAL, ON WHATEVER DATE
      * PURCHASING SIGNS OFF, SO IT HAS NO PREDECESSOR; THE CHECK
      * AGAINST THE PROPOSAL'S CURRENT VALUES IS WHAT KEEPS A STALE
      * PROPOSAL FROM OVERWRITING LATER CHANGES. CYCFORCE=Y IS THE
      * SANCTIONED SAME-DATE RE-RUN.
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
           MOVE "INVRPUPD" TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INVRPUPD - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE PROPOSAL, THE ITEM MASTER FOR
      * UPDATE AND THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT RPPROP.
           IF WS-RPPROP-STATUS NOT = "00"
               MOVE "RPPROP" TO WS-ERROR-FILE-ID
               MOVE WS-RPPROP-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN I-O ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       2000-READ-RPPROP.
           READ RPPROP
               AT END
                   SET WS-END-OF-RPPROP TO TRUE
           END-READ.
           IF WS-RPPROP-STATUS NOT = "00" AND NOT WS-END-OF-RPPROP
               MOVE "RPPROP" TO WS-ERROR-FILE-ID
               MOVE WS-RPPROP-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-PROPOSAL - ONE PROPOSAL RECORD. THE ITEM IS
      * UPDATED ONLY WHILE ITS REORDER VALUES ARE STILL THE ONES THE
      * PROPOSAL WAS WORKED FROM.
      ******************************************************************
       3000-APPLY-PROPOSAL.
           ADD 1 TO WS-PROPOSALS-READ.
           MOVE RPP-ITEM-NO TO DL-ITEM-NO.
           MOVE RPP-RUN-DATE TO DL-PROPOSAL-DATE.
           MOVE RPP-NEW-REORDER-POINT TO DL-NEW-REORDER-POINT.
           MOVE RPP-NEW-REORDER-QTY TO DL-NEW-REORDER-QTY.
           MOVE RPP-ITEM-NO TO ITM-ITEM-NO.
           READ ITMFILE
               INVALID KEY
                   MOVE ZERO TO DL-OLD-REORDER-POINT
                   MOVE ZERO TO DL-OLD-REORDER-QTY
                   MOVE "NOT ON FILE - SKIPPED" TO DL-RESULT
                   ADD 1 TO WS-NOTFOUND-COUNT
                   GO TO 3000-PRINT-RESULT
           END-READ.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE ITM-REORDER-POINT TO DL-OLD-REORDER-POINT.
           MOVE ITM-REORDER-QTY TO DL-OLD-REORDER-QTY.
           IF ITM-REORDER-POINT = RPP-NEW-REORDER-POINT
               AND ITM-REORDER-QTY = RPP-NEW-REORDER-QTY
               MOVE "ALREADY APPLIED" TO DL-RESULT
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 3000-PRINT-RESULT
           END-IF.
           IF ITM-REORDER-POINT NOT = RPP-CUR-REORDER-POINT
               OR ITM-REORDER-QTY NOT = RPP-CUR-REORDER-QTY
               MOVE "CHANGED SINCE - SKIPPED" TO DL-RESULT
               ADD 1 TO WS-CHANGED-COUNT
               GO TO 3000-PRINT-RESULT
           END-IF.
           MOVE RPP-NEW-REORDER-POINT TO ITM-REORDER-POINT.
           MOVE RPP-NEW-REORDER-QTY TO ITM-REORDER-QTY.
           REWRITE ITEM-RECORD.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "APPLIED" TO DL-RESULT.
           ADD 1 TO WS-APPLIED-COUNT.
       3000-PRINT-RESULT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 2000-READ-RPPROP THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "PROPOSALS READ" TO TL-LABEL.
           MOVE WS-PROPOSALS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "APPLIED TO ITMFILE" TO TL-LABEL.
           MOVE WS-APPLIED-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "ALREADY APPLIED" TO TL-LABEL.
           MOVE WS-ALREADY-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "SKIPPED - CHANGED SINCE PROPOSAL" TO TL-LABEL.
           MOVE WS-CHANGED-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "SKIPPED - NOT ON ITMFILE" TO TL-LABEL.
           MOVE WS-NOTFOUND-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
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
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. ITEMS
      * ALREADY UPDATED SHOW AS "ALREADY APPLIED" ON THE RE-RUN.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "INVRPUPD - FILE ERROR ON " WS-ERROR-FILE-ID
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
           CLOSE RPPROP.
           CLOSE ITMFILE.
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
               DISPLAY "INVRPUPD - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM INVRPUPD.
