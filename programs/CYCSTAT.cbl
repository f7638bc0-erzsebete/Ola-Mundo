      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: MORNING BATCH CYCLE STATUS REPORT FOR OPERATIONS.
      *          WALKS THE SCHFILE BATCH SCHEDULE DEFINITION AND, FOR
      *          EVERY JOB DUE ON THE BUSINESS DATE (DAILY, PAY-PERIOD
      *          THURSDAY, MONTH-END, YEAR-END), ASKS CYCCTL FOR ITS
      *          CYCFILE ENTRY AND REPORTS IT:
      *            COMPLETED      - STARTED AND ENDED.
      *            OVERRAN        - ENDED, BUT TOOK LONGER THAN ITS
      *                             SCHEDULED MAXIMUM RUN TIME.
      *            STARTED - NO END - STILL IN STARTED STATE: IT
      *                             ABENDED (OR IS STILL RUNNING),
      *                             AND THE ONLINE WINDOW STAYS SHUT
      *                             UNTIL IT IS RESUBMITTED.
      *            NEVER STARTED  - NO CYCFILE ENTRY FOR THE DATE:
      *                             NEVER SUBMITTED, OR REFUSED AT
      *                             START BEHIND A PREDECESSOR.
      *          WITH START AND END TIMES AND ELAPSED MINUTES. A JOB
      *          NOT DUE THAT RAN ANYWAY (AN ON-REQUEST JOB, A
      *          RE-RUN) IS LISTED TOO, MARKED NOT DUE. THE BUSINESS
      *          DATE COMES FROM THE BUSDATE ENVAR, DEFAULTING TO THE
      *          PREVIOUS BUSINESS DAY - LAST NIGHT'S CYCLE, OR
      *          FRIDAY'S ON A MONDAY MORNING. BUSINESS DAYS ARE
      *          MONDAY TO FRIDAY.
      *          CONDITION CODES: 8 WHEN ANY JOB DUE NEVER STARTED
      *          OR ANY JOB IS LEFT IN STARTED STATE, 4 WHEN THE ONLY
      *          FINDING IS AN OVERRUN. THE REPORT ONLY READS, AND
      *          DOES NOT REGISTER ON CYCFILE ITSELF, SO IT CAN BE
      *          RUN AS OFTEN AS OPERATIONS LIKE.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTAT.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHFILE ASSIGN TO SCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCH-JOB-NAME
               FILE STATUS IS WS-SCHFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHFILE
           RECORDING MODE IS F.
           COPY SCHEDR.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-SCHFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-SCHFILE VALUE "Y".
        77 WS-DUE-SWITCH PIC X(01) VALUE "N".
            88 WS-JOB-DUE VALUE "Y".
        77 WS-BUSINESS-DAY-SWITCH PIC X(01) VALUE "N".
            88 WS-BUSINESS-DAY VALUE "Y".
        77 WS-MONTH-END-SWITCH PIC X(01) VALUE "N".
            88 WS-MONTH-END VALUE "Y".
        77 WS-YEAR-END-SWITCH PIC X(01) VALUE "N".
            88 WS-YEAR-END VALUE "Y".
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-BUS-DATE-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-ANCHOR-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-WORK-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-START-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-END-INT PIC 9(07) COMP VALUE ZERO.
        77 WS-DAY-DIFF PIC S9(07) COMP VALUE ZERO.
        77 WS-QUOTIENT PIC 9(07) COMP VALUE ZERO.
        77 WS-REMAINDER PIC 9(02) COMP VALUE ZERO.
        77 WS-WEEKDAY PIC 9(01) VALUE ZERO.
        77 WS-ELAPSED-MINUTES PIC S9(07) COMP VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-DUE-COUNT PIC 9(05) VALUE ZERO.
        77 WS-COMPLETE-COUNT PIC 9(05) VALUE ZERO.
        77 WS-OVERRAN-COUNT PIC 9(05) VALUE ZERO.
        77 WS-NO-END-COUNT PIC 9(05) VALUE ZERO.
        77 WS-NEVER-COUNT PIC 9(05) VALUE ZERO.
        77 WS-NOT-DUE-RAN-COUNT PIC 9(05) VALUE ZERO.
        01 WS-BUS-DATE PIC 9(08) VALUE ZERO.
        01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           05  WS-BUS-YEAR             PIC 9(04).
           05  WS-BUS-MONTH            PIC 9(02).
           05  WS-BUS-DAY              PIC 9(02).
        01 WS-NEXT-DATE PIC 9(08) VALUE ZERO.
        01 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YEAR            PIC 9(04).
           05  WS-NEXT-MONTH           PIC 9(02).
           05  WS-NEXT-DAY             PIC 9(02).
        01 WS-START-CLOCK PIC 9(08) VALUE ZERO.
        01 WS-START-CLOCK-R REDEFINES WS-START-CLOCK.
           05  WS-START-HH             PIC 9(02).
           05  WS-START-MM             PIC 9(02).
           05  FILLER                  PIC 9(04).
        01 WS-END-CLOCK PIC 9(08) VALUE ZERO.
        01 WS-END-CLOCK-R REDEFINES WS-END-CLOCK.
           05  WS-END-HH               PIC 9(02).
           05  WS-END-MM               PIC 9(02).
           05  FILLER                  PIC 9(04).
        01 WS-DUE-NAMES-DATA.
           05  FILLER                  PIC X(11) VALUE "DDAILY".
           05  FILLER                  PIC X(11) VALUE "PPAYDAY".
           05  FILLER                  PIC X(11) VALUE "MMONTH-END".
           05  FILLER                  PIC X(11) VALUE "YYEAR-END".
           05  FILLER                  PIC X(11) VALUE "RON REQUEST".
        01 WS-DUE-NAMES-TABLE REDEFINES WS-DUE-NAMES-DATA.
           05  WS-DUE-NAME-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-NAME-CODE    PIC X(01).
               10  WS-DUE-NAME-TEXT    PIC X(10).
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - BATCH CYCLE STATUS".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(15) VALUE
               "BUSINESS DATE".
           05  HL2-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL2-DAY-TYPE            PIC X(40).
        01 WS-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(26) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12) VALUE "DUE".
           05  FILLER                  PIC X(22) VALUE "STATUS".
           05  FILLER                  PIC X(19) VALUE "STARTED".
           05  FILLER                  PIC X(19) VALUE "ENDED".
           05  FILLER                  PIC X(09) VALUE " ELAPSED".
           05  FILLER                  PIC X(06) VALUE "   MAX".
        01 WS-DETAIL-LINE.
           05  DL-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DUE-TEXT             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-STATUS               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-START-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-START-TIME           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-END-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-END-TIME             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ELAPSED              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MAX-MINUTES          PIC X(05).
        01 WS-MINUTES-EDIT PIC Z,ZZ9.
        01 WS-CLOCK-EDIT.
           05  CE-HH                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  CE-MM                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  CE-SS                   PIC 9(02).
        01 WS-CLOCK-IN PIC 9(08) VALUE ZERO.
        01 WS-CLOCK-IN-R REDEFINES WS-CLOCK-IN.
           05  CI-HH                   PIC 9(02).
           05  CI-MM                   PIC 9(02).
           05  CI-SS                   PIC 9(02).
           05  FILLER                  PIC 9(02).
        01 WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(34).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT.
           PERFORM 1200-CLASSIFY-BUSINESS-DATE THRU 1200-EXIT.
           PERFORM 2000-READ-SCHFILE THRU 2000-EXIT.
           PERFORM 3000-REPORT-ONE-JOB THRU 3000-EXIT
               UNTIL WS-END-OF-SCHFILE.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-NEVER-COUNT > ZERO OR WS-NO-END-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERRAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE SCHEDULE AND THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT SCHFILE.
           IF WS-SCHFILE-STATUS NOT = "00"
               MOVE "SCHFILE" TO WS-ERROR-FILE-ID
               MOVE WS-SCHFILE-STATUS TO WS-ERROR-STATUS
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

      ******************************************************************
      * 1100-SET-BUSINESS-DATE - THE BUSDATE ENVAR WHEN IT IS A REAL
      * DATE, ELSE THE BUSINESS DAY BEFORE TODAY.
      ******************************************************************
       1100-SET-BUSINESS-DATE.
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO WS-BUS-DATE
               COMPUTE WS-BUS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
               IF WS-BUS-DATE-INT > ZERO
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           COMPUTE WS-BUS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1.
           MOVE WS-BUS-DATE-INT TO WS-WORK-INT.
           PERFORM 1110-SET-WEEKDAY THRU 1110-EXIT.
           PERFORM 1120-STEP-BACK-ONE-DAY THRU 1120-EXIT
               UNTIL WS-WEEKDAY < 5.
           COMPUTE WS-BUS-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUS-DATE-INT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-SET-WEEKDAY - DAY OF THE WEEK OF THE DAY NUMBER IN
      * WS-WORK-INT, 0 = MONDAY ... 6 = SUNDAY (DAY 1 OF THE DAY
      * NUMBERING, 1601-01-01, WAS A MONDAY).
      ******************************************************************
       1110-SET-WEEKDAY.
           SUBTRACT 1 FROM WS-WORK-INT GIVING WS-QUOTIENT.
           DIVIDE WS-QUOTIENT BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           MOVE WS-REMAINDER TO WS-WEEKDAY.
       1110-EXIT.
           EXIT.

       1120-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-BUS-DATE-INT.
           MOVE WS-BUS-DATE-INT TO WS-WORK-INT.
           PERFORM 1110-SET-WEEKDAY THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CLASSIFY-BUSINESS-DATE - IS THE DATE A BUSINESS NIGHT,
      * AND IS IT THE LAST ONE OF THE MONTH (THE NEXT BUSINESS DAY
      * FALLS IN ANOTHER MONTH) OR OF THE YEAR.
      ******************************************************************
       1200-CLASSIFY-BUSINESS-DATE.
           MOVE WS-BUS-DATE-INT TO WS-WORK-INT.
           PERFORM 1110-SET-WEEKDAY THRU 1110-EXIT.
           IF WS-WEEKDAY < 5
               SET WS-BUSINESS-DAY TO TRUE
               MOVE "BUSINESS NIGHT" TO HL2-DAY-TYPE
           ELSE
               MOVE "WEEKEND - NO DAILY CYCLE" TO HL2-DAY-TYPE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-BUS-DATE-INT TO WS-WORK-INT.
           PERFORM 1210-STEP-FORWARD-ONE-DAY THRU 1210-EXIT.
           PERFORM 1210-STEP-FORWARD-ONE-DAY THRU 1210-EXIT
               UNTIL WS-WEEKDAY < 5.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           IF WS-NEXT-MONTH NOT = WS-BUS-MONTH
               SET WS-MONTH-END TO TRUE
               MOVE "BUSINESS NIGHT - MONTH-END" TO HL2-DAY-TYPE
               IF WS-BUS-MONTH = 12
                   SET WS-YEAR-END TO TRUE
                   MOVE "BUSINESS NIGHT - MONTH-END AND YEAR-END"
                       TO HL2-DAY-TYPE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WORK-INT.
           PERFORM 1110-SET-WEEKDAY THRU 1110-EXIT.
       1210-EXIT.
           EXIT.

       2000-READ-SCHFILE.
           READ SCHFILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHFILE TO TRUE
           END-READ.
           IF WS-SCHFILE-STATUS NOT = "00" AND NOT WS-END-OF-SCHFILE
               MOVE "SCHFILE" TO WS-ERROR-FILE-ID
               MOVE WS-SCHFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-ONE-JOB - IS THE JOB DUE, WHAT DOES CYCFILE SAY
      * ABOUT IT, AND ONE REPORT LINE. A JOB NEITHER DUE NOR RUN IS
      * LEFT OFF THE REPORT.
      ******************************************************************
       3000-REPORT-ONE-JOB.
           PERFORM 3100-DECIDE-IF-DUE THRU 3100-EXIT.
           MOVE "I" TO CYC-CTL-FUNCTION.
           MOVE SCH-JOB-NAME TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           MOVE WS-BUS-DATE TO CYC-CTL-BUS-DATE.
           MOVE "N" TO CYC-CTL-FORCE.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF CYC-CTL-IO-ERROR
               MOVE "CYCFILE" TO WS-ERROR-FILE-ID
               MOVE CYC-CTL-RETURN TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF CYC-CTL-NOT-FOUND AND NOT WS-JOB-DUE
               GO TO 3000-READ-NEXT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SCH-JOB-NAME TO DL-JOB-NAME.
           MOVE SCH-DESCRIPTION TO DL-DESCRIPTION.
           SET WS-DUE-IDX TO 1.
           SEARCH WS-DUE-NAME-ENTRY
               AT END
                   MOVE SCH-DUE-CODE TO DL-DUE-TEXT
               WHEN WS-DUE-NAME-CODE (WS-DUE-IDX) = SCH-DUE-CODE
                   MOVE WS-DUE-NAME-TEXT (WS-DUE-IDX) TO DL-DUE-TEXT
           END-SEARCH.
           IF SCH-MAX-MINUTES NUMERIC AND SCH-MAX-MINUTES > ZERO
               MOVE SCH-MAX-MINUTES TO WS-MINUTES-EDIT
               MOVE WS-MINUTES-EDIT TO DL-MAX-MINUTES
           END-IF.
           IF WS-JOB-DUE
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           IF CYC-CTL-NOT-FOUND
               MOVE "NEVER STARTED" TO DL-STATUS
               ADD 1 TO WS-NEVER-COUNT
               GO TO 3000-PRINT-LINE
           END-IF.
           PERFORM 3200-SET-TIMES THRU 3200-EXIT.
           IF CYC-CTL-JOB-STARTED
               MOVE "STARTED - NO END" TO DL-STATUS
               ADD 1 TO WS-NO-END-COUNT
               GO TO 3000-PRINT-LINE
           END-IF.
           IF NOT WS-JOB-DUE
               MOVE "COMPLETED - NOT DUE" TO DL-STATUS
               ADD 1 TO WS-NOT-DUE-RAN-COUNT
               GO TO 3000-PRINT-LINE
           END-IF.
           IF SCH-MAX-MINUTES NUMERIC AND SCH-MAX-MINUTES > ZERO
               AND WS-ELAPSED-MINUTES > SCH-MAX-MINUTES
               MOVE "OVERRAN" TO DL-STATUS
               ADD 1 TO WS-OVERRAN-COUNT
           ELSE
               MOVE "COMPLETED" TO DL-STATUS
               ADD 1 TO WS-COMPLETE-COUNT
           END-IF.
       3000-PRINT-LINE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3000-READ-NEXT.
           PERFORM 2000-READ-SCHFILE THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-DECIDE-IF-DUE - APPLY THE JOB'S DUE CODE TO THE
      * BUSINESS DATE. A PAYDAY JOB IS DUE EVERY 14 DAYS FROM ITS
      * ANCHOR DATE, ONLY ON OR AFTER IT.
      ******************************************************************
       3100-DECIDE-IF-DUE.
           MOVE "N" TO WS-DUE-SWITCH.
           EVALUATE TRUE
               WHEN SCH-DUE-DAILY
                   IF WS-BUSINESS-DAY
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN SCH-DUE-MONTH-END
                   IF WS-MONTH-END
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN SCH-DUE-YEAR-END
                   IF WS-YEAR-END
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN SCH-DUE-PAYDAY
                   PERFORM 3110-CHECK-PAYDAY THRU 3110-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3110-CHECK-PAYDAY.
           IF SCH-CYCLE-ANCHOR NOT NUMERIC
               OR SCH-CYCLE-ANCHOR = ZERO
               GO TO 3110-EXIT
           END-IF.
           COMPUTE WS-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE (SCH-CYCLE-ANCHOR).
           IF WS-ANCHOR-INT = ZERO
               GO TO 3110-EXIT
           END-IF.
           COMPUTE WS-DAY-DIFF = WS-BUS-DATE-INT - WS-ANCHOR-INT.
           IF WS-DAY-DIFF < ZERO
               GO TO 3110-EXIT
           END-IF.
           DIVIDE WS-DAY-DIFF BY 14 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               SET WS-JOB-DUE TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-SET-TIMES - START AND END ON THE LINE, AND THE ELAPSED
      * MINUTES: START TO END FOR A FINISHED JOB, START TO NOW FOR
      * ONE STILL IN STARTED STATE. A RUN MAY CROSS MIDNIGHT.
      ******************************************************************
       3200-SET-TIMES.
           MOVE CYC-CTL-START-DATE TO DL-START-DATE.
           MOVE CYC-CTL-START-TIME TO WS-CLOCK-IN.
           PERFORM 3210-EDIT-CLOCK THRU 3210-EXIT.
           MOVE WS-CLOCK-EDIT TO DL-START-TIME.
           MOVE CYC-CTL-START-TIME TO WS-START-CLOCK.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE (CYC-CTL-START-DATE).
           IF CYC-CTL-JOB-COMPLETE
               MOVE CYC-CTL-END-DATE TO DL-END-DATE
               MOVE CYC-CTL-END-TIME TO WS-CLOCK-IN
               PERFORM 3210-EDIT-CLOCK THRU 3210-EXIT
               MOVE WS-CLOCK-EDIT TO DL-END-TIME
               MOVE CYC-CTL-END-TIME TO WS-END-CLOCK
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE (CYC-CTL-END-DATE)
           ELSE
               MOVE WS-RUN-TIME TO WS-END-CLOCK
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           END-IF.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-END-INT - WS-START-INT) * 1440 +
               WS-END-HH * 60 + WS-END-MM -
               WS-START-HH * 60 - WS-START-MM.
           IF WS-ELAPSED-MINUTES < ZERO
               MOVE ZERO TO WS-ELAPSED-MINUTES
           END-IF.
           MOVE WS-ELAPSED-MINUTES TO WS-MINUTES-EDIT.
           MOVE WS-MINUTES-EDIT TO DL-ELAPSED.
       3200-EXIT.
           EXIT.

       3210-EDIT-CLOCK.
           MOVE CI-HH TO CE-HH.
           MOVE CI-MM TO CE-MM.
           MOVE CI-SS TO CE-SS.
       3210-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "JOBS DUE" TO TL-LABEL.
           MOVE WS-DUE-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "COMPLETED" TO TL-LABEL.
           MOVE WS-COMPLETE-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "COMPLETED - OVERRAN" TO TL-LABEL.
           MOVE WS-OVERRAN-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "STARTED - NO END (ABENDED)" TO TL-LABEL.
           MOVE WS-NO-END-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "NEVER STARTED" TO TL-LABEL.
           MOVE WS-NEVER-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "RAN WHILE NOT DUE" TO TL-LABEL.
           MOVE WS-NOT-DUE-RAN-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           IF WS-NEVER-COUNT > ZERO OR WS-NO-END-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE "*** CYCLE INCOMPLETE - DUE JOBS NOT COMPLETED ***"
                   TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
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
           MOVE WS-BUS-DATE TO HL2-BUS-DATE.
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
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS, OR A CYCLE CONTROL INQUIRY THAT FAILED. ENDS
      * THE STEP WITH CONDITION CODE 16.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "CYCSTAT - FILE ERROR ON " WS-ERROR-FILE-ID
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
           CLOSE SCHFILE.
           CLOSE RPTFILE.
       9000-EXIT.
           EXIT.
       END PROGRAM CYCSTAT.
