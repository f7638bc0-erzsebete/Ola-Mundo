      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: MONTHLY USAGE ANALYSIS AND REORDER PROPOSAL. READS
      *          THE ARCHIVED DAILY MOVEMENT JOURNALS (JRNLARC - THE
      *          INVJARCH GENERATIONS INVRECON CUTS EACH NIGHT) FOR
      *          THE LAST RPWEEKS WEEKS (DEFAULT 12) AND, FOR EVERY
      *          ITEM ON ITMFILE, WORKS OUT THE AVERAGE DAILY ISSUE
      *          QUANTITY AND ITS STANDARD DEVIATION OVER THE
      *          CALENDAR DAYS OF THE WINDOW (A DAY WITH NO ISSUES
      *          COUNTS AS A ZERO DAY). FROM THOSE, THE PREFERRED
      *          VENDOR'S LEAD TIME (VNDFILE - THE HOUSE 14 DAYS WHEN
      *          THERE IS NONE, AS INVREORD USES) AND THE SAFETY
      *          FACTOR RPSAFETY (HUNDREDTHS, DEFAULT 165 = 1.65) IT
      *          PROPOSES:
      *            REORDER POINT = AVERAGE X LEAD DAYS
      *                            + SAFETY X STD DEV X ROOT(LEAD DAYS)
      *            REORDER QTY   = AVERAGE X 30 DAYS (ONE MONTH'S
      *                            COVER, AT LEAST 1 FOR AN ITEM
      *                            THAT MOVES)
      *          BOTH ROUNDED UP TO WHOLE UNITS. AN ITEM WITH NO
      *          ISSUES IN THE WINDOW IS PROPOSED AT ZERO SO IT
      *          STOPS BEING REORDERED.
      *
      *          RPTFILE IS THE PROPOSAL REPORT - CURRENT AGAINST
      *          PROPOSED FOR EVERY ITEM - AND EVERY ITEM WHOSE
      *          VALUES WOULD CHANGE IS WRITTEN TO THE RPPROP
      *          PROPOSAL FILE. NOTHING CHANGES ON ITMFILE HERE: THE
      *          SEPARATE INVRPUPD APPLY RUN, SUBMITTED ONLY AFTER
      *          PURCHASING SIGNS THE REPORT OFF, DOES THAT. THE SAME
      *          PASS PRINTS THE SLOW-MOVING AND DEAD-STOCK REPORT
      *          (SLOWRPT) FOR THE WRITE-DOWN REVIEW: EVERY ITEM
      *          STILL HOLDING STOCK WITH NO ISSUES IN THE WINDOW,
      *          VALUED AT ITM-UNIT-COST - "DEAD" WHEN NOTHING MOVED
      *          AT ALL, "SLOW" WHEN IT WAS RECEIVED OR COUNTED BUT
      *          NEVER ISSUED.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  A ONE-DIGIT RPWEEKS IS ZERO-FILLED INSTEAD
      *                   OF FALLING BACK TO 12; AN UNUSABLE VALUE
      *                   IS REPORTED ON SYSOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVUSAGE.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT JRNLARC ASSIGN TO JRNLARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLARC-STATUS.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
           SELECT RPPROP ASSIGN TO RPPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPPROP-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
           SELECT SLOWRPT ASSIGN TO SLOWRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLOWRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  JRNLARC
           RECORDING MODE IS F.
           COPY INVJRNLR.
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       FD  RPPROP
           RECORDING MODE IS F.
           COPY RPPROPR.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       FD  SLOWRPT
           RECORDING MODE IS F.
       01  SLOW-PRINT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-ITMFILE-STATUS PIC X(02).
        77 WS-JRNLARC-STATUS PIC X(02).
        77 WS-VNDFILE-STATUS PIC X(02).
        77 WS-RPPROP-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-SLOWRPT-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-ITMFILE VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-JRNLARC VALUE "Y".
        77 WS-VNDFILE-SWITCH PIC X(01) VALUE "N".
            88 WS-VNDFILE-AVAILABLE VALUE "Y".
        77 WS-CYCLE-FORCE PIC X(01) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-WEEKS-X PIC X(02) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-DATE-INTEGER PIC 9(08) COMP VALUE ZERO.
        77 WS-WINDOW-START PIC 9(08) VALUE ZERO.
        77 WS-WINDOW-WEEKS PIC 9(02) VALUE 12.
        77 WS-WINDOW-DAYS PIC 9(03) VALUE ZERO.
        77 WS-SAFETY-FACTOR PIC 9(01)V99 VALUE 1.65.
        77 WS-HOUSE-LEAD-DAYS PIC 9(03) VALUE 14.
        77 WS-COVER-DAYS PIC 9(03) VALUE 30.
        77 WS-LEAD-DAYS PIC 9(03) VALUE ZERO.
        77 WS-ISSUE-QTY PIC 9(07) VALUE ZERO.
        77 WS-AVG-DAILY PIC 9(07)V9999 COMP-3 VALUE ZERO.
        77 WS-MEAN-SQUARES PIC 9(13)V9999 COMP-3 VALUE ZERO.
        77 WS-VARIANCE PIC S9(13)V9999 COMP-3 VALUE ZERO.
        77 WS-STD-DEV PIC 9(07)V9999 COMP-3 VALUE ZERO.
        77 WS-WORK-AMOUNT PIC 9(09)V9999 COMP-3 VALUE ZERO.
        77 WS-WHOLE-UNITS PIC 9(09) COMP-3 VALUE ZERO.
        77 WS-NEW-REORDER-POINT PIC 9(07) VALUE ZERO.
        77 WS-NEW-REORDER-QTY PIC 9(07) VALUE ZERO.
        77 WS-STOCK-VALUE PIC 9(11)V99 VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-SL-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-SL-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-USE-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-ITEMS-ANALYSED PIC 9(05) VALUE ZERO.
        77 WS-PROPOSALS-WRITTEN PIC 9(05) VALUE ZERO.
        77 WS-MOVEMENTS-READ PIC 9(07) VALUE ZERO.
        77 WS-MOVEMENTS-USED PIC 9(07) VALUE ZERO.
        77 WS-DEAD-ITEMS PIC 9(05) VALUE ZERO.
        77 WS-SLOW-ITEMS PIC 9(05) VALUE ZERO.
        77 WS-SLOW-VALUE PIC 9(11)V99 VALUE ZERO.
        01 WS-SAFETY-X PIC X(03) VALUE SPACES.
        01 WS-SAFETY-HUNDREDTHS REDEFINES WS-SAFETY-X PIC 9(01)V99.
        01 WS-USAGE-TABLE-AREA.
           05  WS-USE-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-USE-MAX-ENTRIES      PIC 9(03) COMP VALUE 500.
           05  WS-USE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-USE-IDX.
               10  USE-ITEM-NO         PIC X(08).
               10  USE-ISSUE-TOTAL     PIC 9(09) COMP-3.
               10  USE-ISSUE-SQUARES   PIC 9(15) COMP-3.
               10  USE-OPEN-DATE       PIC 9(08).
               10  USE-OPEN-QTY        PIC 9(09) COMP-3.
               10  USE-LAST-MOVE-DATE  PIC 9(08).
               10  USE-MOVED-SWITCH    PIC X(01).
                   88  USE-ITEM-MOVED          VALUE "Y".
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - REORDER PROPOSAL FROM USAGE".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(15) VALUE
               "USAGE WINDOW".
           05  HL2-WINDOW-START        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  HL2-WINDOW-END          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL2-WINDOW-WEEKS        PIC Z9.
           05  FILLER                  PIC X(16) VALUE
               " WEEKS   SAFETY".
           05  HL2-SAFETY-FACTOR       PIC 9.99.
        01 WS-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(08) VALUE "VENDOR".
           05  FILLER                  PIC X(06) VALUE "LEAD".
           05  FILLER                  PIC X(12) VALUE
               " AVG/DAY".
           05  FILLER                  PIC X(12) VALUE
               " STD DEV".
           05  FILLER                  PIC X(11) VALUE
               " ROP NOW".
           05  FILLER                  PIC X(11) VALUE
               " ROP NEW".
           05  FILLER                  PIC X(11) VALUE
               " QTY NOW".
           05  FILLER                  PIC X(11) VALUE
               " QTY NEW".
           05  FILLER                  PIC X(08) VALUE "ACTION".
        01 WS-SL-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - SLOW-MOVING AND DEAD STOCK".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  SH1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  SH1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  SH1-PAGE                PIC ZZZ9.
        01 WS-SL-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(11) VALUE
               "    ON HAND".
           05  FILLER                  PIC X(11) VALUE
               "  UNIT COST".
           05  FILLER                  PIC X(18) VALUE
               "             VALUE".
           05  FILLER                  PIC X(08) VALUE "  CLASS".
           05  FILLER                  PIC X(14) VALUE
               "LAST MOVEMENT".
        01 WS-DETAIL-LINE.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LEAD-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-AVG-DAILY            PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-STD-DEV              PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-CUR-REORDER-POINT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NEW-REORDER-POINT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CUR-REORDER-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NEW-REORDER-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(08).
        01 WS-SLOW-LINE.
           05  SL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-ON-HAND              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-UNIT-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SL-CLASS                PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  SL-LAST-MOVE-DATE       PIC X(08).
        01 WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ITEMS THRU 2000-EXIT.
           PERFORM 3000-ACCUMULATE-USAGE THRU 3000-EXIT.
           PERFORM 4000-PROPOSE-ITEMS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * WINDOW MUST INCLUDE TONIGHT'S JOURNAL, SO INVRECON (WHICH
      * ARCHIVES IT) IS THE PREDECESSOR. THE BUSINESS DATE COMES
      * FROM THE BUSDATE ENVAR, DEFAULTING TO TODAY. CYCFORCE=Y IS
      * THE SANCTIONED SAME-DATE RE-RUN (E.G. WITH A DIFFERENT
      * WINDOW OR SAFETY FACTOR BEFORE SIGN-OFF).
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
           MOVE "INVUSAGE" TO CYC-CTL-JOB-NAME.
           MOVE "INVRECON" TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INVUSAGE - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE WINDOW AND SAFETY FACTOR
      * ENVARS (A MISSING OR UNUSABLE VALUE KEEPS THE DEFAULT - AN
      * UNUSABLE ONE SAYS SO ON SYSOUT), WORK
      * OUT THE FIRST DAY OF THE WINDOW AND OPEN THE FILES. A VENDOR
      * MASTER NOT YET CREATED JUST MEANS HOUSE LEAD TIMES.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-WEEKS-X FROM ENVIRONMENT "RPWEEKS".
           IF WS-WEEKS-X (2:1) = SPACE
               AND WS-WEEKS-X (1:1) NOT = SPACE
               MOVE WS-WEEKS-X (1:1) TO WS-WEEKS-X (2:1)
               MOVE "0" TO WS-WEEKS-X (1:1)
           END-IF.
           IF WS-WEEKS-X NUMERIC AND WS-WEEKS-X > "00"
               MOVE WS-WEEKS-X TO WS-WINDOW-WEEKS
           ELSE
               IF WS-WEEKS-X NOT = SPACES
                   DISPLAY "INVUSAGE - RPWEEKS " WS-WEEKS-X
                       " NOT USABLE - WINDOW STAYS "
                       WS-WINDOW-WEEKS " WEEKS"
               END-IF
           END-IF.
           ACCEPT WS-SAFETY-X FROM ENVIRONMENT "RPSAFETY".
           IF WS-SAFETY-X NUMERIC
               MOVE WS-SAFETY-HUNDREDTHS TO WS-SAFETY-FACTOR
           END-IF.
           COMPUTE WS-WINDOW-DAYS = WS-WINDOW-WEEKS * 7.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
               WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           OPEN INPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT JRNLARC.
           IF WS-JRNLARC-STATUS NOT = "00"
               MOVE "JRNLARC" TO WS-ERROR-FILE-ID
               MOVE WS-JRNLARC-STATUS TO WS-ERROR-STATUS
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
           OPEN OUTPUT RPPROP.
           IF WS-RPPROP-STATUS NOT = "00"
               MOVE "RPPROP" TO WS-ERROR-FILE-ID
               MOVE WS-RPPROP-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT SLOWRPT.
           IF WS-SLOWRPT-STATUS NOT = "00"
               MOVE "SLOWRPT" TO WS-ERROR-FILE-ID
               MOVE WS-SLOWRPT-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ITEMS - ONE USAGE ENTRY PER ITEM ON THE MASTER,
      * ZERO USAGE TO START. THE FILE IS THEN CLOSED AND READ AGAIN
      * FROM THE TOP IN 4000.
      ******************************************************************
       2000-LOAD-ITEMS.
           PERFORM 2100-READ-ITMFILE THRU 2100-EXIT.
           PERFORM 2200-ADD-USAGE-ENTRY THRU 2200-EXIT
               UNTIL WS-END-OF-ITMFILE.
           CLOSE ITMFILE.
       2000-EXIT.
           EXIT.

       2100-READ-ITMFILE.
           READ ITMFILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITMFILE TO TRUE
           END-READ.
           IF WS-ITMFILE-STATUS NOT = "00" AND NOT WS-END-OF-ITMFILE
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ADD-USAGE-ENTRY.
           IF WS-USE-COUNT >= WS-USE-MAX-ENTRIES
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-USE-COUNT.
           MOVE ITM-ITEM-NO TO USE-ITEM-NO (WS-USE-COUNT).
           MOVE ZERO TO USE-ISSUE-TOTAL (WS-USE-COUNT).
           MOVE ZERO TO USE-ISSUE-SQUARES (WS-USE-COUNT).
           MOVE ZERO TO USE-OPEN-DATE (WS-USE-COUNT).
           MOVE ZERO TO USE-OPEN-QTY (WS-USE-COUNT).
           MOVE ZERO TO USE-LAST-MOVE-DATE (WS-USE-COUNT).
           MOVE "N" TO USE-MOVED-SWITCH (WS-USE-COUNT).
           PERFORM 2100-READ-ITMFILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACCUMULATE-USAGE - ONE PASS OVER THE ARCHIVED JOURNALS.
      * ONLY MOVEMENTS POSTED INSIDE THE WINDOW COUNT. ISSUES ARE
      * SUMMED PER ITEM PER DAY: WHEN AN ITEM'S MOVEMENT CARRIES A
      * NEW POSTING DATE, THE DAY IT HAD OPEN IS CLOSED INTO THE
      * RUNNING TOTAL AND THE RUNNING TOTAL OF SQUARES THE STANDARD
      * DEVIATION IS WORKED FROM. EACH GENERATION IS ONE DAY'S
      * JOURNAL, SO AN ITEM'S MOVEMENTS FOR A DAY ARRIVE TOGETHER
      * WHATEVER ORDER THE GENERATIONS ARE READ IN. MOVEMENTS FOR
      * ITEMS NO LONGER ON THE MASTER ARE PASSED OVER.
      ******************************************************************
       3000-ACCUMULATE-USAGE.
           PERFORM 3100-READ-JRNLARC THRU 3100-EXIT.
           PERFORM 3200-APPLY-MOVEMENT THRU 3200-EXIT
               UNTIL WS-END-OF-JRNLARC.
           PERFORM 3300-CLOSE-OPEN-DAY THRU 3300-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT.
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

       3200-APPLY-MOVEMENT.
           ADD 1 TO WS-MOVEMENTS-READ.
           IF JRNL-POST-DATE NOT NUMERIC
               GO TO 3200-READ-NEXT
           END-IF.
           IF JRNL-POST-DATE < WS-WINDOW-START
               OR JRNL-POST-DATE > WS-RUN-DATE
               GO TO 3200-READ-NEXT
           END-IF.
           SET WS-USE-IDX TO 1.
           SEARCH WS-USE-ENTRY
               AT END
                   GO TO 3200-READ-NEXT
               WHEN USE-ITEM-NO (WS-USE-IDX) = JRNL-ITEM-NO
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-MOVEMENTS-USED.
           SET USE-ITEM-MOVED (WS-USE-IDX) TO TRUE.
           IF JRNL-POST-DATE > USE-LAST-MOVE-DATE (WS-USE-IDX)
               MOVE JRNL-POST-DATE TO USE-LAST-MOVE-DATE (WS-USE-IDX)
           END-IF.
           IF NOT JRNL-TXN-ISSUE
               GO TO 3200-READ-NEXT
           END-IF.
           IF JRNL-POST-DATE NOT = USE-OPEN-DATE (WS-USE-IDX)
               SET WS-USE-SUB TO WS-USE-IDX
               PERFORM 3300-CLOSE-OPEN-DAY THRU 3300-EXIT
               MOVE JRNL-POST-DATE TO USE-OPEN-DATE (WS-USE-IDX)
           END-IF.
           IF JRNL-QUANTITY < ZERO
               COMPUTE WS-ISSUE-QTY = ZERO - JRNL-QUANTITY
           ELSE
               MOVE JRNL-QUANTITY TO WS-ISSUE-QTY
           END-IF.
           ADD WS-ISSUE-QTY TO USE-OPEN-QTY (WS-USE-IDX).
       3200-READ-NEXT.
           PERFORM 3100-READ-JRNLARC THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-CLOSE-OPEN-DAY.
           ADD USE-OPEN-QTY (WS-USE-SUB)
               TO USE-ISSUE-TOTAL (WS-USE-SUB).
           COMPUTE USE-ISSUE-SQUARES (WS-USE-SUB) =
               USE-ISSUE-SQUARES (WS-USE-SUB) +
               USE-OPEN-QTY (WS-USE-SUB) * USE-OPEN-QTY (WS-USE-SUB).
           MOVE ZERO TO USE-OPEN-QTY (WS-USE-SUB).
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROPOSE-ITEMS - SECOND PASS OVER THE MASTER: WORK OUT
      * EACH ITEM'S PROPOSAL, PRINT IT, WRITE IT TO RPPROP WHEN IT
      * DIFFERS FROM ITMFILE, AND LIST THE ITEM ON THE SLOW-MOVING
      * REPORT WHEN IT HOLDS STOCK BUT WAS NEVER ISSUED.
      ******************************************************************
       4000-PROPOSE-ITEMS.
           OPEN INPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           PERFORM 2100-READ-ITMFILE THRU 2100-EXIT.
           PERFORM 4100-PROPOSE-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-END-OF-ITMFILE.
       4000-EXIT.
           EXIT.

       4100-PROPOSE-ONE-ITEM.
           SET WS-USE-IDX TO 1.
           SEARCH WS-USE-ENTRY
               AT END
                   GO TO 4100-READ-NEXT
               WHEN USE-ITEM-NO (WS-USE-IDX) = ITM-ITEM-NO
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-ITEMS-ANALYSED.
           PERFORM 4200-SET-LEAD-TIME THRU 4200-EXIT.
           PERFORM 4300-CALCULATE-PROPOSAL THRU 4300-EXIT.
           MOVE ITM-ITEM-NO TO DL-ITEM-NO.
           MOVE ITM-DESCRIPTION TO DL-DESCRIPTION.
           MOVE ITM-PREF-VENDOR-ID TO DL-VENDOR-ID.
           MOVE WS-LEAD-DAYS TO DL-LEAD-DAYS.
           MOVE WS-AVG-DAILY TO DL-AVG-DAILY.
           MOVE WS-STD-DEV TO DL-STD-DEV.
           MOVE ITM-REORDER-POINT TO DL-CUR-REORDER-POINT.
           MOVE WS-NEW-REORDER-POINT TO DL-NEW-REORDER-POINT.
           MOVE ITM-REORDER-QTY TO DL-CUR-REORDER-QTY.
           MOVE WS-NEW-REORDER-QTY TO DL-NEW-REORDER-QTY.
           IF WS-NEW-REORDER-POINT = ITM-REORDER-POINT
               AND WS-NEW-REORDER-QTY = ITM-REORDER-QTY
               MOVE "SAME" TO DL-ACTION
           ELSE
               MOVE "CHANGE" TO DL-ACTION
               PERFORM 4400-WRITE-PROPOSAL THRU 4400-EXIT
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF USE-ISSUE-TOTAL (WS-USE-IDX) = ZERO
               AND ITM-ON-HAND > ZERO
               PERFORM 4500-LIST-SLOW-ITEM THRU 4500-EXIT
           END-IF.
       4100-READ-NEXT.
           PERFORM 2100-READ-ITMFILE THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-SET-LEAD-TIME - THE PREFERRED VENDOR'S LEAD TIME, OR
      * THE HOUSE LEAD TIME WHEN THE ITEM HAS NO VENDOR, THE VENDOR
      * IS NOT ON FILE, OR IT CARRIES NO LEAD TIME.
      ******************************************************************
       4200-SET-LEAD-TIME.
           MOVE WS-HOUSE-LEAD-DAYS TO WS-LEAD-DAYS.
           IF NOT WS-VNDFILE-AVAILABLE OR ITM-PREF-VENDOR-ID = SPACES
               GO TO 4200-EXIT
           END-IF.
           MOVE ITM-PREF-VENDOR-ID TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF VND-LEAD-DAYS NUMERIC AND VND-LEAD-DAYS > ZERO
               MOVE VND-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CALCULATE-PROPOSAL - AVERAGE AND STANDARD DEVIATION OF
      * DAILY ISSUES OVER THE WINDOW, THEN THE PROPOSED REORDER
      * POINT AND QUANTITY, EACH ROUNDED UP TO WHOLE UNITS. THE
      * VARIANCE IS THE MEAN OF THE SQUARES LESS THE SQUARE OF THE
      * MEAN; ROUNDING CAN LEAVE IT A HAIR BELOW ZERO FOR A PERFECTLY
      * STEADY ITEM, SO IT IS FLOORED AT ZERO BEFORE THE ROOT.
      ******************************************************************
       4300-CALCULATE-PROPOSAL.
           MOVE ZERO TO WS-NEW-REORDER-POINT.
           MOVE ZERO TO WS-NEW-REORDER-QTY.
           MOVE ZERO TO WS-AVG-DAILY.
           MOVE ZERO TO WS-STD-DEV.
           IF USE-ISSUE-TOTAL (WS-USE-IDX) = ZERO
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-AVG-DAILY ROUNDED =
               USE-ISSUE-TOTAL (WS-USE-IDX) / WS-WINDOW-DAYS.
           COMPUTE WS-MEAN-SQUARES ROUNDED =
               USE-ISSUE-SQUARES (WS-USE-IDX) / WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE =
               WS-MEAN-SQUARES - WS-AVG-DAILY * WS-AVG-DAILY.
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
           COMPUTE WS-WORK-AMOUNT =
               WS-AVG-DAILY * WS-LEAD-DAYS +
               WS-SAFETY-FACTOR * WS-STD-DEV * (WS-LEAD-DAYS ** 0.5).
           PERFORM 4310-ROUND-UP THRU 4310-EXIT.
           MOVE WS-WHOLE-UNITS TO WS-NEW-REORDER-POINT.
           COMPUTE WS-WORK-AMOUNT = WS-AVG-DAILY * WS-COVER-DAYS.
           PERFORM 4310-ROUND-UP THRU 4310-EXIT.
           MOVE WS-WHOLE-UNITS TO WS-NEW-REORDER-QTY.
           IF WS-NEW-REORDER-QTY = ZERO
               MOVE 1 TO WS-NEW-REORDER-QTY
           END-IF.
       4300-EXIT.
           EXIT.

       4310-ROUND-UP.
           MOVE WS-WORK-AMOUNT TO WS-WHOLE-UNITS.
           IF WS-WHOLE-UNITS < WS-WORK-AMOUNT
               ADD 1 TO WS-WHOLE-UNITS
           END-IF.
       4310-EXIT.
           EXIT.

       4400-WRITE-PROPOSAL.
           MOVE SPACES TO REORDER-PROPOSAL-RECORD.
           MOVE ITM-ITEM-NO TO RPP-ITEM-NO.
           MOVE ITM-REORDER-POINT TO RPP-CUR-REORDER-POINT.
           MOVE ITM-REORDER-QTY TO RPP-CUR-REORDER-QTY.
           MOVE WS-NEW-REORDER-POINT TO RPP-NEW-REORDER-POINT.
           MOVE WS-NEW-REORDER-QTY TO RPP-NEW-REORDER-QTY.
           MOVE WS-AVG-DAILY TO RPP-AVG-DAILY-ISSUE.
           MOVE WS-STD-DEV TO RPP-ISSUE-STD-DEV.
           MOVE WS-LEAD-DAYS TO RPP-LEAD-DAYS.
           MOVE WS-RUN-DATE TO RPP-RUN-DATE.
           WRITE REORDER-PROPOSAL-RECORD.
           IF WS-RPPROP-STATUS NOT = "00"
               MOVE "RPPROP" TO WS-ERROR-FILE-ID
               MOVE WS-RPPROP-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-PROPOSALS-WRITTEN.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-LIST-SLOW-ITEM - AN ITEM HOLDING STOCK WITH NO ISSUES IN
      * THE WINDOW, VALUED AT ITS MOVING AVERAGE COST.
      ******************************************************************
       4500-LIST-SLOW-ITEM.
           COMPUTE WS-STOCK-VALUE = ITM-ON-HAND * ITM-UNIT-COST.
           MOVE ITM-ITEM-NO TO SL-ITEM-NO.
           MOVE ITM-DESCRIPTION TO SL-DESCRIPTION.
           MOVE ITM-ON-HAND TO SL-ON-HAND.
           MOVE ITM-UNIT-COST TO SL-UNIT-COST.
           MOVE WS-STOCK-VALUE TO SL-VALUE.
           IF USE-ITEM-MOVED (WS-USE-IDX)
               MOVE "SLOW" TO SL-CLASS
               MOVE USE-LAST-MOVE-DATE (WS-USE-IDX)
                   TO SL-LAST-MOVE-DATE
               ADD 1 TO WS-SLOW-ITEMS
           ELSE
               MOVE "DEAD" TO SL-CLASS
               MOVE "NONE" TO SL-LAST-MOVE-DATE
               ADD 1 TO WS-DEAD-ITEMS
           END-IF.
           ADD WS-STOCK-VALUE TO WS-SLOW-VALUE.
           MOVE WS-SLOW-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-SLOW-LINE THRU 7200-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-TOTALS - RUN TOTALS ON THE PROPOSAL REPORT, AND
      * THE WRITE-DOWN TOTAL ON THE SLOW-MOVING REPORT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ITEMS ANALYSED" TO TL-LABEL.
           MOVE WS-ITEMS-ANALYSED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "CHANGES PROPOSED (RPPROP)" TO TL-LABEL.
           MOVE WS-PROPOSALS-WRITTEN TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "JOURNAL MOVEMENTS READ" TO TL-LABEL.
           MOVE WS-MOVEMENTS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "MOVEMENTS IN WINDOW" TO TL-LABEL.
           MOVE WS-MOVEMENTS-USED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-SLOW-LINE THRU 7200-EXIT.
           MOVE "SLOW-MOVING ITEMS" TO TL-LABEL.
           MOVE WS-SLOW-ITEMS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-SLOW-LINE THRU 7200-EXIT.
           MOVE "DEAD-STOCK ITEMS" TO TL-LABEL.
           MOVE WS-DEAD-ITEMS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-SLOW-LINE THRU 7200-EXIT.
           MOVE "STOCK VALUE FOR REVIEW" TO TL-LABEL.
           ADD WS-SLOW-ITEMS WS-DEAD-ITEMS GIVING TL-COUNT.
           MOVE WS-SLOW-VALUE TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7200-WRITE-SLOW-LINE THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT-LINE - ALL PROPOSAL REPORT OUTPUT FUNNELS
      * THROUGH HERE SO PAGE OVERFLOW AND HEADINGS HAPPEN IN ONE
      * PLACE.
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
           MOVE WS-WINDOW-START TO HL2-WINDOW-START.
           MOVE WS-RUN-DATE TO HL2-WINDOW-END.
           MOVE WS-WINDOW-WEEKS TO HL2-WINDOW-WEEKS.
           MOVE WS-SAFETY-FACTOR TO HL2-SAFETY-FACTOR.
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
      * 7200-WRITE-SLOW-LINE - THE SAME FOR THE SLOW-MOVING REPORT,
      * WHICH KEEPS ITS OWN PAGE AND LINE COUNT.
      ******************************************************************
       7200-WRITE-SLOW-LINE.
           IF WS-SL-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM 7300-PRINT-SLOW-HEADINGS THRU 7300-EXIT
           END-IF.
           WRITE SLOW-PRINT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SLOWRPT-STATUS NOT = "00"
               MOVE "SLOWRPT" TO WS-ERROR-FILE-ID
               MOVE WS-SLOWRPT-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-SL-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PRINT-SLOW-HEADINGS.
           ADD 1 TO WS-SL-PAGE-COUNT.
           MOVE WS-RUN-DATE TO SH1-RUN-DATE.
           MOVE WS-RUN-TIME TO SH1-RUN-TIME.
           MOVE WS-SL-PAGE-COUNT TO SH1-PAGE.
           MOVE WS-WINDOW-START TO HL2-WINDOW-START.
           MOVE WS-RUN-DATE TO HL2-WINDOW-END.
           MOVE WS-WINDOW-WEEKS TO HL2-WINDOW-WEEKS.
           MOVE WS-SAFETY-FACTOR TO HL2-SAFETY-FACTOR.
           WRITE SLOW-PRINT-LINE FROM WS-SL-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE SLOW-PRINT-LINE FROM WS-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE SLOW-PRINT-LINE FROM WS-SL-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SLOW-PRINT-LINE.
           WRITE SLOW-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-SL-LINE-COUNT.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. NOTHING
      * ON ITMFILE IS TOUCHED, SO A FAILED RUN IS SIMPLY
      * RESUBMITTED.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "INVUSAGE - FILE ERROR ON " WS-ERROR-FILE-ID
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
           CLOSE ITMFILE.
           CLOSE JRNLARC.
           IF WS-VNDFILE-AVAILABLE
               CLOSE VNDFILE
           END-IF.
           CLOSE RPPROP.
           CLOSE RPTFILE.
           CLOSE SLOWRPT.
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
               DISPLAY "INVUSAGE - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM INVUSAGE.
