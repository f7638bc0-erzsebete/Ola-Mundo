      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: ITMFILE FORWARD RECOVERY. REBUILDS THE ITEM MASTER
      *          AFTER IT IS LOST OR DAMAGED FROM A CHOSEN INVSNAP
      *          CLOSING SNAPSHOT GENERATION (EACH RECORD CARRIES THE
      *          WHOLE ITEM RECORD AS INVRECON LEFT IT) AND THEN
      *          REPLAYS THE INVJARCH JOURNAL ARCHIVES CUT AFTER IT,
      *          OLDEST FIRST, AND FINALLY THE LIVE INVJRNL. ONE
      *          PROGRAM RUN IN SEVERAL STEPS OF THE INVRCVR JOB,
      *          THE STEP'S WORK CHOSEN BY THE RCVMODE ENVAR:
      *            START   - REFUSE (CC 8) WHILE THE INVRECON
      *                      CUTOVER IS ACTIVE OR OPERATORS ARE
      *                      STILL SIGNED ON; OTHERWISE REGISTER
      *                      INVRCVR STARTED ON CYCFILE, WHICH SHUTS
      *                      OUT NEW SIGN-ONS UNTIL VERIFY ENDS IT.
      *            RESTORE - LOAD THE EMPTY, FRESHLY DEFINED ITMFILE
      *                      FROM THE SNAPSHOT'S ITEM IMAGES, LISTING
      *                      EVERY ITEM RESTORED.
      *            APPLY   - REPLAY ONE JOURNAL GENERATION (RCVGEN
      *                      LABELS IT ON THE REPORT): EACH MOVEMENT
      *                      SETS THE NEW ON-HAND IT WAS JOURNALED
      *                      WITH AND A COSTED RECEIPT RE-AVERAGES
      *                      THE UNIT COST THE SAME WAY THE INVENTORY
      *                      SUBSYSTEM DID. A MOVEMENT WHOSE OLD
      *                      ON-HAND DOES NOT CHAIN FROM THE BALANCE
      *                      BEING REBUILT IS LISTED AS A CHAIN BREAK.
      *            VERIFY  - A FRESH RECONCILIATION: SNAPSHOT PLUS
      *                      EVERY REPLAYED MOVEMENT AGAINST THE
      *                      RECOVERED MASTER, AS INVRECON DOES
      *                      NIGHTLY. ONLY THEN IS INVRCVR REGISTERED
      *                      COMPLETE AND THE ONLINE DAY REOPENS.
      *          RESTORE, APPLY AND VERIFY REFUSE TO RUN UNLESS A
      *          START IS STANDING FOR THE DATE. CC 4 FROM APPLY OR
      *          VERIFY MEANS SOMETHING WAS LISTED FOR REVIEW.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRCVR.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPFILE ASSIGN TO SNAPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPFILE-STATUS.
           SELECT JRNLIN ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPFILE
           RECORDING MODE IS F.
       01  SNAPFILE-RECORD             PIC X(116).
       FD  JRNLIN
           RECORDING MODE IS F.
           COPY INVJRNLR.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-SNAPFILE-STATUS PIC X(02).
        77 WS-JRNLIN-STATUS PIC X(02).
        77 WS-ITMFILE-STATUS PIC X(02).
            88 WS-ITMFILE-NOTFND VALUE "23".
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-RUN-MODE PIC X(08) VALUE SPACES.
            88 WS-START-MODE VALUE "START".
            88 WS-RESTORE-MODE VALUE "RESTORE".
            88 WS-APPLY-MODE VALUE "APPLY".
            88 WS-VERIFY-MODE VALUE "VERIFY".
        77 WS-RECOVERY-GEN PIC X(08) VALUE SPACES.
        77 WS-SNAP-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-SNAPFILE VALUE "Y".
        77 WS-JRNL-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-JRNLIN VALUE "Y".
        77 WS-ITM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-ITMFILE VALUE "Y".
        77 WS-CYCLE-FORCE PIC X(01) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-BUS-DATE PIC 9(08) VALUE ZERO.
        77 WS-PREV-DATE PIC 9(08) VALUE ZERO.
        77 WS-BUS-DATE-INT PIC 9(07) VALUE ZERO.
        77 WS-INQUIRE-JOB PIC X(08) VALUE SPACES.
        77 WS-STARTED-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-RECON-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-ITEMS-RESTORED PIC 9(05) VALUE ZERO.
        77 WS-ITEMS-NOT-RESTORED PIC 9(05) VALUE ZERO.
        77 WS-RECEIPTS-APPLIED PIC 9(07) VALUE ZERO.
        77 WS-ISSUES-APPLIED PIC 9(07) VALUE ZERO.
        77 WS-ADJUSTS-APPLIED PIC 9(07) VALUE ZERO.
        77 WS-CHAIN-BREAKS PIC 9(05) VALUE ZERO.
        77 WS-NOT-APPLIED PIC 9(05) VALUE ZERO.
        77 WS-ITEMS-ON-MASTER PIC 9(05) VALUE ZERO.
        77 WS-MOVEMENTS-REPLAYED PIC 9(07) VALUE ZERO.
        77 WS-ITEMS-FLAGGED PIC 9(05) VALUE ZERO.
        77 WS-EXPECTED-QTY PIC S9(08) VALUE ZERO.
        77 WS-DIFFERENCE-QTY PIC S9(08) VALUE ZERO.
        77 WS-RECOVERED-ON-HAND PIC 9(07) VALUE ZERO.
        01 WS-SESS-WAIT-X PIC X(03) VALUE SPACES.
        01 WS-SESS-WAIT-N REDEFINES WS-SESS-WAIT-X PIC 9(03).
           COPY INVSNAPR.
        01 WS-RECON-TABLE-AREA.
           05  WS-RECON-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RECON-MAX-ENTRIES    PIC 9(03) COMP VALUE 500.
           05  WS-RECON-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RECON-IDX.
               10  RCN-ITEM-NO         PIC X(08).
               10  RCN-PRIOR-CLOSE     PIC 9(07).
               10  RCN-RECEIPTS        PIC 9(07).
               10  RCN-ISSUES          PIC 9(07).
               10  RCN-ADJUSTMENTS     PIC S9(07).
               10  RCN-MATCHED-SWITCH  PIC X(01).
                   88  RCN-ON-MASTER           VALUE "Y".
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO INVENTORY - ITMFILE RECOVERY".
           05  HL1-RUN-MODE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2 PIC X(132) VALUE SPACES.
        01 WS-RESTORE-HEADING.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12) VALUE
               "     ON HAND".
           05  FILLER                  PIC X(12) VALUE
               "   UNIT COST".
           05  FILLER                  PIC X(10) VALUE "  VENDOR".
        01 WS-APPLY-HEADING.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(05) VALUE "TYPE".
           05  FILLER                  PIC X(11) VALUE
               "   QUANTITY".
           05  FILLER                  PIC X(20) VALUE
               "  POSTED DATE/TIME".
           05  FILLER                  PIC X(12) VALUE
               " JOURNAL OLD".
           05  FILLER                  PIC X(12) VALUE
               "   REBUILT".
           05  FILLER                  PIC X(12) VALUE
               " JOURNAL NEW".
        01 WS-VERIFY-HEADING.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(12) VALUE
               "    SNAPSHOT".
           05  FILLER                  PIC X(12) VALUE
               "    RECEIPTS".
           05  FILLER                  PIC X(12) VALUE
               "      ISSUES".
           05  FILLER                  PIC X(12) VALUE
               " ADJUSTMENTS".
           05  FILLER                  PIC X(12) VALUE
               "    EXPECTED".
           05  FILLER                  PIC X(12) VALUE
               "   RECOVERED".
           05  FILLER                  PIC X(12) VALUE
               "  DIFFERENCE".
        01 WS-RESTORE-LINE.
           05  RL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RL-ON-HAND              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RL-UNIT-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-FLAG                 PIC X(32).
        01 WS-APPLY-LINE.
           05  AL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AL-TXN-TYPE             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-QUANTITY             PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AL-POST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  AL-POST-TIME            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AL-OLD-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AL-REBUILT              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AL-NEW-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-FLAG                 PIC X(24).
        01 WS-DETAIL-LINE.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PRIOR-CLOSE          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-RECEIPTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DL-ISSUES               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ADJUSTMENTS          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EXPECTED             PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MASTER               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DIFFERENCE           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FLAG                 PIC X(14).
        01 WS-ORPHAN-LINE.
           05  FILLER                  PIC X(05) VALUE "****".
           05  OL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "ON SNAPSHOT OR JOURNAL BUT NOT RECOVERED".
        01 WS-START-LINE.
           05  FILLER                  PIC X(36) VALUE
               "RECOVERY STARTED FOR BUSINESS DATE ".
           05  SL-BUS-DATE             PIC 9(08).
           05  FILLER                  PIC X(50) VALUE
               " - NO OPERATORS SIGNED ON, NO CUTOVER RUNNING".
        01 WS-RESTORE-TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               "SNAPSHOT GENERATION: ".
           05  RT-GENERATION           PIC X(08).
           05  FILLER                  PIC X(20) VALUE
               "   ITEMS RESTORED:".
           05  RT-RESTORED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "   NOT RESTORED:".
           05  RT-NOT-RESTORED         PIC ZZ,ZZ9.
        01 WS-APPLY-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE
               "GENERATION: ".
           05  AT-GENERATION           PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               "  RECEIPTS:".
           05  AT-RECEIPTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               "  ISSUES:".
           05  AT-ISSUES               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  ADJUSTMENTS:".
           05  AT-ADJUSTMENTS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  CHAIN BREAKS:".
           05  AT-CHAIN-BREAKS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  NOT APPLIED:".
           05  AT-NOT-APPLIED          PIC ZZ,ZZ9.
        01 WS-VERIFY-TOTAL-LINE.
           05  FILLER                  PIC X(17) VALUE
               "ITEMS RECOVERED:".
           05  VT-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   MOVEMENTS REPLAYED:".
           05  VT-MOVEMENTS            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   ITEMS FLAGGED:".
           05  VT-FLAGGED              PIC ZZ,ZZ9.
        01 WS-VERIFIED-LINE.
           05  FILLER                  PIC X(34) VALUE
               "RECOVERED MASTER AGREES WITH THE ".
           05  FILLER                  PIC X(56) VALUE
               "SNAPSHOT AND EVERY MOVEMENT - ONLINE DAY MAY REOPEN".
        01 WS-DIFFERENCES-LINE.
           05  FILLER                  PIC X(44) VALUE
               "FLAGGED ITEMS HOLD THE BALANCE THE JOURNAL ".
           05  FILLER                  PIC X(17) VALUE
               "LAST RECORDED - ".
           05  FILLER                  PIC X(40) VALUE
               "SEE THE CHAIN BREAKS ON THE APPLY STEPS".
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0050-SET-RUN-MODE THRU 0050-EXIT.
           IF WS-START-MODE
               PERFORM 0100-REGISTER-RECOVERY-START THRU 0100-EXIT
           ELSE
               PERFORM 0200-CHECK-RECOVERY-STARTED THRU 0200-EXIT
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN WS-START-MODE
                   MOVE WS-STARTED-DATE TO SL-BUS-DATE
                   MOVE WS-START-LINE TO WS-PRINT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               WHEN WS-RESTORE-MODE
                   PERFORM 2000-RESTORE-MASTER THRU 2000-EXIT
               WHEN WS-APPLY-MODE
                   PERFORM 3000-APPLY-GENERATION THRU 3000-EXIT
               WHEN WS-VERIFY-MODE
                   PERFORM 4000-VERIFY-MASTER THRU 4000-EXIT
                   PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT
           END-EVALUATE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-ITEMS-NOT-RESTORED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CHAIN-BREAKS > ZERO OR WS-NOT-APPLIED > ZERO
               OR WS-ITEMS-FLAGGED > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * 0050-SET-RUN-MODE - THE RCVMODE ENVAR NAMES THE STEP'S WORK,
      * THE RCVGEN ENVAR THE GENERATION IT WORKS FROM (A LABEL FOR
      * THE REPORT ONLY - THE DD STATEMENTS DECIDE WHAT IS READ), AND
      * THE BUSDATE ENVAR THE BUSINESS DATE, DEFAULTING TO TODAY. AN
      * UNKNOWN MODE ENDS THE STEP CC 8 BEFORE ANYTHING IS TOUCHED.
      ******************************************************************
       0050-SET-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RCVMODE".
           ACCEPT WS-RECOVERY-GEN FROM ENVIRONMENT "RCVGEN".
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF NOT WS-START-MODE AND NOT WS-RESTORE-MODE
               AND NOT WS-APPLY-MODE AND NOT WS-VERIFY-MODE
               DISPLAY "INVRCVR - RCVMODE MUST BE START, RESTORE, "
                   "APPLY OR VERIFY - " WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO WS-BUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) - 1.
           COMPUTE WS-PREV-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUS-DATE-INT).
       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-REGISTER-RECOVERY-START - THE START STEP. REFUSE WITH
      * CONDITION CODE 8 WHILE INVRECON IS STARTED BUT NOT COMPLETE
      * FOR THE BUSINESS DATE OR THE DAY BEFORE (A CUTOVER RUNNING
      * PAST MIDNIGHT) - IT IS READING THE MASTER AND REWRITING THE
      * SNAPSHOT AND JOURNAL BEING RECOVERED FROM. THEN REGISTER
      * INVRCVR ON CYCFILE, WHICH SHUTS OUT NEW SIGN-ONS, AND CHECK
      * THAT EVERY OPERATOR HAS GONE. A SECOND RECOVERY ON THE SAME
      * BUSINESS DATE NEEDS CYCFORCE=Y; A RECOVERY LEFT STARTED BY A
      * FAILED STEP SIMPLY STARTS AGAIN.
      ******************************************************************
       0100-REGISTER-RECOVERY-START.
           MOVE "INVRECON" TO WS-INQUIRE-JOB.
           MOVE WS-BUS-DATE TO CYC-CTL-BUS-DATE.
           PERFORM 0300-INQUIRE-JOB THRU 0300-EXIT.
           IF CYC-CTL-OK AND CYC-CTL-JOB-STARTED
               GO TO 0100-CUTOVER-ACTIVE
           END-IF.
           MOVE WS-PREV-DATE TO CYC-CTL-BUS-DATE.
           PERFORM 0300-INQUIRE-JOB THRU 0300-EXIT.
           IF CYC-CTL-OK AND CYC-CTL-JOB-STARTED
               GO TO 0100-CUTOVER-ACTIVE
           END-IF.
           ACCEPT WS-CYCLE-FORCE FROM ENVIRONMENT "CYCFORCE".
           MOVE "S" TO CYC-CTL-FUNCTION.
           IF WS-CYCLE-FORCE = "Y"
               MOVE "Y" TO CYC-CTL-FORCE
           ELSE
               MOVE "N" TO CYC-CTL-FORCE
           END-IF.
           MOVE "INVRCVR" TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           MOVE WS-BUS-DATE TO CYC-CTL-BUS-DATE.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INVRCVR - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUS-DATE TO WS-STARTED-DATE.
           PERFORM 0150-DRAIN-ONLINE-SESSIONS THRU 0150-EXIT.
           GO TO 0100-EXIT.
       0100-CUTOVER-ACTIVE.
           DISPLAY "INVRCVR - INVRECON CUTOVER ACTIVE FOR "
               CYC-CTL-BUS-DATE " - RECOVERY REFUSED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0150-DRAIN-ONLINE-SESSIONS - THE STARTED RECORD JUST PUT ON
      * CYCFILE SHUTS OUT NEW SIGN-ONS, BUT NO OPERATOR MAY STILL BE
      * POSTING WHILE THE MASTER IS REBUILT. WAIT FOR THE SESSION
      * REGISTRY TO EMPTY - UP TO SESSWAIT MINUTES (THREE DIGITS,
      * DEFAULT 000 = DO NOT WAIT) - AND END THE STEP CC 8 IF
      * OPERATORS ARE STILL SIGNED ON. THE START IS THEN WITHDRAWN
      * (CYCCTL "W") SO A SUPERVISOR CAN SIGN ON, FORCE THE SESSIONS
      * OFF (MENU TRAN "S"), SIGN OFF AND RESUBMIT THE JOB.
      ******************************************************************
       0150-DRAIN-ONLINE-SESSIONS.
           ACCEPT WS-SESS-WAIT-X FROM ENVIRONMENT "SESSWAIT".
           MOVE "O" TO CYC-CTL-FUNCTION.
           IF WS-SESS-WAIT-X NUMERIC
               MOVE WS-SESS-WAIT-N TO CYC-CTL-WAIT-MINUTES
           ELSE
               MOVE ZERO TO CYC-CTL-WAIT-MINUTES
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INVRCVR - ONLINE SESSIONS STILL OPEN - "
                   CYC-CTL-SESSION-COUNT " - " CYC-CTL-RETURN
               MOVE "W" TO CYC-CTL-FUNCTION
               CALL "CYCCTL" USING CYC-CTL-AREA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0150-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CHECK-RECOVERY-STARTED - RESTORE, APPLY AND VERIFY ONLY
      * RUN BEHIND A STANDING START, SO THEY CAN NEVER TOUCH THE
      * MASTER UNDER LIVE TERMINALS. THE START MAY BE UNDER THE DAY
      * BEFORE WHEN THE JOB RUNS PAST MIDNIGHT; THE DATE FOUND IS
      * THE ONE VERIFY REGISTERS COMPLETE.
      ******************************************************************
       0200-CHECK-RECOVERY-STARTED.
           MOVE "INVRCVR" TO WS-INQUIRE-JOB.
           MOVE WS-BUS-DATE TO CYC-CTL-BUS-DATE.
           PERFORM 0300-INQUIRE-JOB THRU 0300-EXIT.
           IF CYC-CTL-OK AND CYC-CTL-JOB-STARTED
               MOVE WS-BUS-DATE TO WS-STARTED-DATE
               GO TO 0200-EXIT
           END-IF.
           MOVE WS-PREV-DATE TO CYC-CTL-BUS-DATE.
           PERFORM 0300-INQUIRE-JOB THRU 0300-EXIT.
           IF CYC-CTL-OK AND CYC-CTL-JOB-STARTED
               MOVE WS-PREV-DATE TO WS-STARTED-DATE
               GO TO 0200-EXIT
           END-IF.
           DISPLAY "INVRCVR - NO RECOVERY STARTED FOR " WS-BUS-DATE
               " - " WS-RUN-MODE " REFUSED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-INQUIRE-JOB - CYCFILE ENTRY FOR WS-INQUIRE-JOB ON THE
      * DATE ALREADY IN CYC-CTL-BUS-DATE. AN IO ERROR REFUSES THE
      * STEP RATHER THAN GUESSING.
      ******************************************************************
       0300-INQUIRE-JOB.
           MOVE "I" TO CYC-CTL-FUNCTION.
           MOVE WS-INQUIRE-JOB TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF CYC-CTL-IO-ERROR
               DISPLAY "INVRCVR - CYCLE CONTROL INQUIRY FAILED - "
                   WS-INQUIRE-JOB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0300-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND SET THE HEADINGS FOR
      * THE STEP'S WORK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               MOVE WS-RPTFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE WS-RUN-MODE TO HL1-RUN-MODE.
           EVALUATE TRUE
               WHEN WS-RESTORE-MODE
                   MOVE WS-RESTORE-HEADING TO WS-HEADING-LINE-2
               WHEN WS-APPLY-MODE
                   MOVE WS-APPLY-HEADING TO WS-HEADING-LINE-2
               WHEN WS-VERIFY-MODE
                   MOVE WS-VERIFY-HEADING TO WS-HEADING-LINE-2
               WHEN OTHER
                   MOVE SPACES TO WS-HEADING-LINE-2
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RESTORE-MASTER - LOAD THE EMPTY ITMFILE FROM THE
      * SNAPSHOT'S ITEM IMAGES, IN THE ITEM ORDER THEY WERE CUT IN.
      * A SNAPSHOT RECORD WITH NO IMAGE (A GENERATION CUT BEFORE THE
      * IMAGE WAS CARRIED) OR AN IMAGE FOR ANOTHER ITEM CANNOT BE
      * RESTORED; IT IS LISTED AND THE STEP ENDS CC 8 SO THE REPLAY
      * STEPS DO NOT RUN ON AN INCOMPLETE MASTER - CHOOSE A LATER
      * GENERATION AND RESUBMIT.
      ******************************************************************
       2000-RESTORE-MASTER.
           OPEN INPUT SNAPFILE.
           IF WS-SNAPFILE-STATUS NOT = "00"
               MOVE "SNAPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-SNAPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2100-READ-SNAPFILE THRU 2100-EXIT.
           PERFORM 2200-RESTORE-ONE-ITEM THRU 2200-EXIT
               UNTIL WS-END-OF-SNAPFILE.
           CLOSE SNAPFILE.
           CLOSE ITMFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-RECOVERY-GEN TO RT-GENERATION.
           MOVE WS-ITEMS-RESTORED TO RT-RESTORED.
           MOVE WS-ITEMS-NOT-RESTORED TO RT-NOT-RESTORED.
           MOVE WS-RESTORE-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SNAPFILE.
           READ SNAPFILE INTO INVSNAP-RECORD
               AT END
                   SET WS-END-OF-SNAPFILE TO TRUE
           END-READ.
           IF WS-SNAPFILE-STATUS NOT = "00" AND NOT WS-END-OF-SNAPFILE
               MOVE "SNAPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-SNAPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-RESTORE-ONE-ITEM.
           MOVE SPACES TO WS-RESTORE-LINE.
           MOVE SNAP-ITEM-NO TO RL-ITEM-NO.
           IF SNAP-ITEM-IMAGE = SPACES
               MOVE "** NO ITEM IMAGE - NOT RESTORED" TO RL-FLAG
               GO TO 2200-NOT-RESTORED
           END-IF.
           MOVE SNAP-ITEM-IMAGE TO ITEM-RECORD.
           IF ITM-ITEM-NO NOT = SNAP-ITEM-NO
               MOVE "** IMAGE FOR ANOTHER ITEM" TO RL-FLAG
               GO TO 2200-NOT-RESTORED
           END-IF.
           WRITE ITEM-RECORD.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-RESTORED.
           MOVE ITM-DESCRIPTION TO RL-DESCRIPTION.
           MOVE ITM-ON-HAND TO RL-ON-HAND.
           IF ITM-UNIT-COST NUMERIC
               MOVE ITM-UNIT-COST TO RL-UNIT-COST
           ELSE
               MOVE ZERO TO RL-UNIT-COST
           END-IF.
           MOVE ITM-PREF-VENDOR-ID TO RL-VENDOR-ID.
           GO TO 2200-PRINT-LINE.
       2200-NOT-RESTORED.
           ADD 1 TO WS-ITEMS-NOT-RESTORED.
           MOVE SNAP-ON-HAND TO RL-ON-HAND.
       2200-PRINT-LINE.
           MOVE WS-RESTORE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 2100-READ-SNAPFILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APPLY-GENERATION - REPLAY ONE JOURNAL GENERATION AGAINST
      * THE RESTORED MASTER IN POSTING ORDER. ONLY CHAIN BREAKS AND
      * MOVEMENTS FOR ITEMS NOT ON FILE ARE LISTED; THE GENERATION'S
      * TOTALS FOLLOW. A MISSING JOURNAL (THE LIVE DATASET BEFORE
      * ANYTHING WAS POSTED TODAY) IS AN EMPTY ONE.
      ******************************************************************
       3000-APPLY-GENERATION.
           OPEN I-O ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT JRNLIN.
           IF WS-JRNLIN-STATUS = "35"
               SET WS-END-OF-JRNLIN TO TRUE
               GO TO 3000-PRINT-TOTALS
           END-IF.
           IF WS-JRNLIN-STATUS NOT = "00"
               MOVE "JRNLIN" TO WS-ERROR-FILE-ID
               MOVE WS-JRNLIN-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 3100-READ-JRNLIN THRU 3100-EXIT.
           PERFORM 3200-APPLY-ONE-MOVEMENT THRU 3200-EXIT
               UNTIL WS-END-OF-JRNLIN.
           CLOSE JRNLIN.
       3000-PRINT-TOTALS.
           CLOSE ITMFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-RECOVERY-GEN TO AT-GENERATION.
           MOVE WS-RECEIPTS-APPLIED TO AT-RECEIPTS.
           MOVE WS-ISSUES-APPLIED TO AT-ISSUES.
           MOVE WS-ADJUSTS-APPLIED TO AT-ADJUSTMENTS.
           MOVE WS-CHAIN-BREAKS TO AT-CHAIN-BREAKS.
           MOVE WS-NOT-APPLIED TO AT-NOT-APPLIED.
           MOVE WS-APPLY-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-JRNLIN.
           READ JRNLIN
               AT END
                   SET WS-END-OF-JRNLIN TO TRUE
           END-READ.
           IF WS-JRNLIN-STATUS NOT = "00" AND NOT WS-END-OF-JRNLIN
               MOVE "JRNLIN" TO WS-ERROR-FILE-ID
               MOVE WS-JRNLIN-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APPLY-ONE-MOVEMENT - THE JOURNAL CARRIES THE BALANCE THE
      * POSTING LEFT, SO THE ITEM IS SET TO JRNL-NEW-ON-HAND RATHER
      * THAN RE-ADDED - THE REBUILT MASTER ENDS WHERE THE ONLINE DAY
      * LEFT IT EVEN ACROSS A BREAK. A BREAK (OLD ON-HAND NOT EQUAL
      * TO THE BALANCE BEING REBUILT) MEANS THE BALANCE MOVED WITHOUT
      * A JOURNAL RECORD, OR A GENERATION WAS REPLAYED OUT OF ORDER
      * OR TWICE, AND IS LISTED.
      ******************************************************************
       3200-APPLY-ONE-MOVEMENT.
           MOVE JRNL-ITEM-NO TO ITM-ITEM-NO.
           READ ITMFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ITMFILE-NOTFND
               ADD 1 TO WS-NOT-APPLIED
               MOVE ZERO TO WS-RECOVERED-ON-HAND
               MOVE "** ITEM NOT ON FILE" TO AL-FLAG
               PERFORM 3300-PRINT-APPLY-LINE THRU 3300-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE ITM-ON-HAND TO WS-RECOVERED-ON-HAND.
           IF JRNL-OLD-ON-HAND NOT = ITM-ON-HAND
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE "** CHAIN BREAK" TO AL-FLAG
               PERFORM 3300-PRINT-APPLY-LINE THRU 3300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JRNL-TXN-RECEIPT
                   ADD 1 TO WS-RECEIPTS-APPLIED
                   PERFORM 3250-AVERAGE-UNIT-COST THRU 3250-EXIT
               WHEN JRNL-TXN-ISSUE
                   ADD 1 TO WS-ISSUES-APPLIED
               WHEN OTHER
                   ADD 1 TO WS-ADJUSTS-APPLIED
           END-EVALUATE.
           MOVE JRNL-NEW-ON-HAND TO ITM-ON-HAND.
           REWRITE ITEM-RECORD.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3200-READ-NEXT.
           PERFORM 3100-READ-JRNLIN THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-AVERAGE-UNIT-COST - ROLL THE RECEIPT INTO THE MOVING
      * AVERAGE EXACTLY AS THE INVENTORY SUBSYSTEM DID WHEN IT WAS
      * POSTED: THE OLD ON-HAND AT THE OLD AVERAGE PLUS THE RECEIPT
      * AT ITS JOURNALED COST, OVER THE NEW ON-HAND. A RECEIPT POSTED
      * WITHOUT A COST WAS JOURNALED AT THE STANDING AVERAGE, WHICH
      * LEAVES IT UNCHANGED; ONE JOURNALED BEFORE THE COST WAS
      * CARRIED (SPACES) LEAVES IT UNCHANGED TOO.
      ******************************************************************
       3250-AVERAGE-UNIT-COST.
           IF ITM-UNIT-COST NOT NUMERIC
               MOVE ZERO TO ITM-UNIT-COST
           END-IF.
           IF JRNL-UNIT-COST NOT NUMERIC
               GO TO 3250-EXIT
           END-IF.
           IF JRNL-UNIT-COST = ZERO
               GO TO 3250-EXIT
           END-IF.
           IF JRNL-OLD-ON-HAND + JRNL-QUANTITY = ZERO
               GO TO 3250-EXIT
           END-IF.
           COMPUTE ITM-UNIT-COST ROUNDED =
               ((JRNL-OLD-ON-HAND * ITM-UNIT-COST) +
                (JRNL-QUANTITY * JRNL-UNIT-COST)) /
               (JRNL-OLD-ON-HAND + JRNL-QUANTITY).
       3250-EXIT.
           EXIT.

       3300-PRINT-APPLY-LINE.
           MOVE JRNL-ITEM-NO TO AL-ITEM-NO.
           MOVE JRNL-TXN-TYPE TO AL-TXN-TYPE.
           MOVE JRNL-QUANTITY TO AL-QUANTITY.
           MOVE JRNL-POST-DATE TO AL-POST-DATE.
           MOVE JRNL-POST-TIME TO AL-POST-TIME.
           MOVE JRNL-OLD-ON-HAND TO AL-OLD-ON-HAND.
           MOVE WS-RECOVERED-ON-HAND TO AL-REBUILT.
           MOVE JRNL-NEW-ON-HAND TO AL-NEW-ON-HAND.
           MOVE WS-APPLY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-VERIFY-MASTER - THE FRESH RECONCILIATION. LOAD THE
      * SNAPSHOT BALANCES, ROLL IN EVERY MOVEMENT REPLAYED (JRNLIN IS
      * THE SAME ARCHIVE GENERATIONS AND LIVE JOURNAL, CONCATENATED),
      * AND COMPARE THE EXPECTED BALANCE TO THE RECOVERED MASTER THE
      * SAME WAY INVRECON DOES EACH NIGHT. AN ITEM WITH NO MOVEMENT
      * AND NO DIFFERENCE IS NOT PRINTED.
      ******************************************************************
       4000-VERIFY-MASTER.
           OPEN INPUT SNAPFILE.
           IF WS-SNAPFILE-STATUS NOT = "00"
               MOVE "SNAPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-SNAPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2100-READ-SNAPFILE THRU 2100-EXIT.
           PERFORM 4100-LOAD-SNAP-ENTRY THRU 4100-EXIT
               UNTIL WS-END-OF-SNAPFILE.
           CLOSE SNAPFILE.
           OPEN INPUT JRNLIN.
           IF WS-JRNLIN-STATUS = "35"
               SET WS-END-OF-JRNLIN TO TRUE
           ELSE
               IF WS-JRNLIN-STATUS NOT = "00"
                   MOVE "JRNLIN" TO WS-ERROR-FILE-ID
                   MOVE WS-JRNLIN-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
               PERFORM 3100-READ-JRNLIN THRU 3100-EXIT
               PERFORM 4200-ROLL-MOVEMENT THRU 4200-EXIT
                   UNTIL WS-END-OF-JRNLIN
               CLOSE JRNLIN
           END-IF.
           OPEN INPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 4300-READ-ITMFILE THRU 4300-EXIT.
           PERFORM 4400-CHECK-ONE-ITEM THRU 4400-EXIT
               UNTIL WS-END-OF-ITMFILE.
           CLOSE ITMFILE.
           PERFORM 4600-REPORT-ORPHAN THRU 4600-EXIT
               VARYING WS-RECON-SUB FROM 1 BY 1
               UNTIL WS-RECON-SUB > WS-RECON-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-ITEMS-ON-MASTER TO VT-ITEMS.
           MOVE WS-MOVEMENTS-REPLAYED TO VT-MOVEMENTS.
           MOVE WS-ITEMS-FLAGGED TO VT-FLAGGED.
           MOVE WS-VERIFY-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF WS-ITEMS-FLAGGED = ZERO
               MOVE WS-VERIFIED-LINE TO WS-PRINT-LINE
           ELSE
               MOVE WS-DIFFERENCES-LINE TO WS-PRINT-LINE
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4100-LOAD-SNAP-ENTRY.
           IF WS-RECON-COUNT >= WS-RECON-MAX-ENTRIES
               MOVE "SNAPFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-RECON-COUNT.
           MOVE SNAP-ITEM-NO TO RCN-ITEM-NO (WS-RECON-COUNT).
           MOVE SNAP-ON-HAND TO RCN-PRIOR-CLOSE (WS-RECON-COUNT).
           MOVE ZERO TO RCN-RECEIPTS (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ISSUES (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ADJUSTMENTS (WS-RECON-COUNT).
           MOVE "N" TO RCN-MATCHED-SWITCH (WS-RECON-COUNT).
           PERFORM 2100-READ-SNAPFILE THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

       4200-ROLL-MOVEMENT.
           ADD 1 TO WS-MOVEMENTS-REPLAYED.
           SET WS-RECON-IDX TO 1.
           SEARCH WS-RECON-ENTRY
               AT END
                   PERFORM 4250-ADD-RECON-ENTRY THRU 4250-EXIT
                   SET WS-RECON-IDX TO WS-RECON-COUNT
               WHEN RCN-ITEM-NO (WS-RECON-IDX) = JRNL-ITEM-NO
                   CONTINUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN JRNL-TXN-RECEIPT
                   ADD JRNL-QUANTITY
                       TO RCN-RECEIPTS (WS-RECON-IDX)
               WHEN JRNL-TXN-ISSUE
                   SUBTRACT JRNL-QUANTITY
                       FROM RCN-ISSUES (WS-RECON-IDX)
               WHEN JRNL-TXN-ADJUST
                   ADD JRNL-QUANTITY
                       TO RCN-ADJUSTMENTS (WS-RECON-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3100-READ-JRNLIN THRU 3100-EXIT.
       4200-EXIT.
           EXIT.

       4250-ADD-RECON-ENTRY.
           IF WS-RECON-COUNT >= WS-RECON-MAX-ENTRIES
               MOVE "JRNLIN" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-RECON-COUNT.
           MOVE JRNL-ITEM-NO TO RCN-ITEM-NO (WS-RECON-COUNT).
           MOVE ZERO TO RCN-PRIOR-CLOSE (WS-RECON-COUNT).
           MOVE ZERO TO RCN-RECEIPTS (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ISSUES (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ADJUSTMENTS (WS-RECON-COUNT).
           MOVE "N" TO RCN-MATCHED-SWITCH (WS-RECON-COUNT).
       4250-EXIT.
           EXIT.

       4300-READ-ITMFILE.
           READ ITMFILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITMFILE TO TRUE
           END-READ.
           IF WS-ITMFILE-STATUS NOT = "00" AND NOT WS-END-OF-ITMFILE
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CHECK-ONE-ITEM - A RECOVERED ITEM ON NEITHER THE
      * SNAPSHOT NOR THE JOURNAL CAN ONLY HAVE COME FROM SOMEWHERE
      * ELSE AND IS FLAGGED FROM AN EXPECTED BALANCE OF ZERO.
      ******************************************************************
       4400-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-ON-MASTER.
           SET WS-RECON-IDX TO 1.
           SEARCH WS-RECON-ENTRY
               AT END
                   PERFORM 4450-ADD-MASTER-ENTRY THRU 4450-EXIT
                   SET WS-RECON-IDX TO WS-RECON-COUNT
               WHEN RCN-ITEM-NO (WS-RECON-IDX) = ITM-ITEM-NO
                   SET RCN-ON-MASTER (WS-RECON-IDX) TO TRUE
           END-SEARCH.
           COMPUTE WS-EXPECTED-QTY =
               RCN-PRIOR-CLOSE (WS-RECON-IDX) +
               RCN-RECEIPTS (WS-RECON-IDX) -
               RCN-ISSUES (WS-RECON-IDX) +
               RCN-ADJUSTMENTS (WS-RECON-IDX).
           COMPUTE WS-DIFFERENCE-QTY =
               ITM-ON-HAND - WS-EXPECTED-QTY.
           IF WS-DIFFERENCE-QTY = ZERO
               AND RCN-RECEIPTS (WS-RECON-IDX) = ZERO
               AND RCN-ISSUES (WS-RECON-IDX) = ZERO
               AND RCN-ADJUSTMENTS (WS-RECON-IDX) = ZERO
               GO TO 4400-READ-NEXT
           END-IF.
           PERFORM 4500-PRINT-RECON-LINE THRU 4500-EXIT.
       4400-READ-NEXT.
           PERFORM 4300-READ-ITMFILE THRU 4300-EXIT.
       4400-EXIT.
           EXIT.

       4450-ADD-MASTER-ENTRY.
           IF WS-RECON-COUNT >= WS-RECON-MAX-ENTRIES
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-RECON-COUNT.
           MOVE ITM-ITEM-NO TO RCN-ITEM-NO (WS-RECON-COUNT).
           MOVE ZERO TO RCN-PRIOR-CLOSE (WS-RECON-COUNT).
           MOVE ZERO TO RCN-RECEIPTS (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ISSUES (WS-RECON-COUNT).
           MOVE ZERO TO RCN-ADJUSTMENTS (WS-RECON-COUNT).
           MOVE "Y" TO RCN-MATCHED-SWITCH (WS-RECON-COUNT).
       4450-EXIT.
           EXIT.

       4500-PRINT-RECON-LINE.
           MOVE ITM-ITEM-NO TO DL-ITEM-NO.
           MOVE RCN-PRIOR-CLOSE (WS-RECON-IDX) TO DL-PRIOR-CLOSE.
           MOVE RCN-RECEIPTS (WS-RECON-IDX) TO DL-RECEIPTS.
           MOVE RCN-ISSUES (WS-RECON-IDX) TO DL-ISSUES.
           MOVE RCN-ADJUSTMENTS (WS-RECON-IDX) TO DL-ADJUSTMENTS.
           MOVE WS-EXPECTED-QTY TO DL-EXPECTED.
           MOVE ITM-ON-HAND TO DL-MASTER.
           MOVE WS-DIFFERENCE-QTY TO DL-DIFFERENCE.
           IF WS-DIFFERENCE-QTY = ZERO
               MOVE SPACES TO DL-FLAG
           ELSE
               ADD 1 TO WS-ITEMS-FLAGGED
               MOVE "** UNEXPLAINED" TO DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-REPORT-ORPHAN - A SNAPSHOT OR JOURNALED ITEM THE
      * RECOVERED MASTER DOES NOT HOLD - A RESTORE THAT SKIPPED IT,
      * OR MOVEMENTS THE APPLY STEPS COULD NOT POST.
      ******************************************************************
       4600-REPORT-ORPHAN.
           IF RCN-MATCHED-SWITCH (WS-RECON-SUB) = "Y"
               GO TO 4600-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-FLAGGED.
           MOVE RCN-ITEM-NO (WS-RECON-SUB) TO OL-ITEM-NO.
           MOVE WS-ORPHAN-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       4600-EXIT.
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
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. THE
      * RECOVERY STAYS STARTED, SO SIGN-ON STAYS SHUT ON A MASTER
      * THAT MAY BE HALF BUILT; RESUBMIT THE WHOLE JOB FROM THE
      * START STEP.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "INVRCVR - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE REPORT BEFORE ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           CLOSE RPTFILE.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REGISTER-CYCLE-END - THE VERIFY STEP MARKS THE RECOVERY
      * COMPLETE ON CYCFILE FOR THE DATE IT STARTED UNDER, WHICH IS
      * WHAT LETS THE ONLINE DAY REOPEN. A FAILED END REGISTRATION
      * LEAVES SIGN-ON SHUT, SO IT IS REPORTED AND THE STEP ENDS CC 4
      * INSTEAD OF LOOKING CLEAN.
      ******************************************************************
       9100-REGISTER-CYCLE-END.
           MOVE "E" TO CYC-CTL-FUNCTION.
           MOVE "INVRCVR" TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           MOVE WS-STARTED-DATE TO CYC-CTL-BUS-DATE.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INVRCVR - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM INVRCVR.
