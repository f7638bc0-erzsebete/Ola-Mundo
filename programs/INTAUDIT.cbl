      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: NIGHTLY CROSS-FILE INTEGRITY AUDIT. THE MASTER FILES
      *          POINT AT EACH OTHER BY KEY - AN OPERATOR ID IS AN
      *          EMPLOYEE ID, A PUNCH OR TIMEFILE DETAIL CARRIES THE
      *          OPERATOR'S ID, A PO CARRIES ITS ITEM NUMBER, A
      *          PROFILE NAMES MENU TRANSACTION CODES - BUT NOTHING
      *          ONLINE KEEPS THEM IN STEP. THIS RUN READS THEM ALL
      *          AND PRINTS ONE EXCEPTION SECTION PER CATEGORY:
      *            A  OPERATOR ACCOUNTS (NOT DEACTIVATED) WHOSE
      *               EMPLOYEE IS TERMINATED OR NOT ON EMPFILE.
      *            B  OPERATORS WHOSE USR-AUTH-PROFILE NAMES A
      *               TRANSACTION CODE NOT REGISTERED IN DL100SUB.
      *            C  PUNCHES (PUNCHFIL) FOR IDS WITH NO ACTIVE
      *               EMPLOYEE - ONE LINE PER ID WITH THE COUNT AND
      *               DATE RANGE.
      *            D  TIMEFILE DETAILS FOR IDS WITH NO ACTIVE
      *               EMPLOYEE, THE SAME WAY.
      *            E  OPEN PURCHASE ORDERS FOR ITEMS NOT ON ITMFILE.
      *            F  ACTIVE EMPLOYEES WITH NO BANK BRANCH/ACCOUNT.
      *            G  ACTIVE EMPLOYEES WITH NO LANGUAGE CODE.
      *          NOTHING IS CHANGED - THE REPORT GOES TO THE OWNERS
      *          OF EACH FILE TO PUT RIGHT THROUGH THEIR OWN SCREENS.
      *          A PUNCH, TIME OR PURCHASE ORDER FILE NOT YET CREATED
      *          IS TREATED AS EMPTY. THE STEP ENDS WITH CONDITION
      *          CODE 4 WHEN ANYTHING AT ALL IS FOUND.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  AUTH PROFILE CHECK COVERS ALL 16 BYTES OF
      *                   THE WIDENED USR-AUTH-PROFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT PUNCHFIL ASSIGN TO PUNCHFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNCHFIL-STATUS.
           SELECT TIMEFILE ASSIGN TO TIMEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEFILE-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE
           RECORDING MODE IS F.
           COPY USRFILER.
       FD  EMPFILE
           RECORDING MODE IS F.
           COPY EMPFILER.
       FD  PUNCHFIL
           RECORDING MODE IS F.
           COPY PUNCHREC.
       FD  TIMEFILE
           RECORDING MODE IS F.
           COPY TIMEREC.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-USRFILE-STATUS PIC X(02).
        77 WS-EMPFILE-STATUS PIC X(02).
            88 WS-EMPFILE-NOTFND VALUE "23".
        77 WS-PUNCHFIL-STATUS PIC X(02).
        77 WS-TIMEFILE-STATUS PIC X(02).
        77 WS-ITMFILE-STATUS PIC X(02).
            88 WS-ITMFILE-NOTFND VALUE "23".
        77 WS-POFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-FILE VALUE "Y".
        77 WS-EMPLOYEE-SWITCH PIC X(01) VALUE SPACE.
            88 WS-EMPLOYEE-ACTIVE VALUE "A".
            88 WS-EMPLOYEE-TERMINATED VALUE "T".
            88 WS-EMPLOYEE-UNKNOWN VALUE "U".
        77 WS-TRAN-SWITCH PIC X(01) VALUE "N".
            88 WS-TRAN-REGISTERED VALUE "Y".
        77 WS-CYCLE-FORCE PIC X(01) VALUE SPACES.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-AUTH-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-BAD-SUB PIC 9(02) COMP VALUE ZERO.
        77 WS-ID-SUB PIC 9(04) COMP VALUE ZERO.
        77 WS-CHECK-ID PIC X(08) VALUE SPACES.
        77 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
        77 WS-CATEGORY-COUNT PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-EXCEPTIONS PIC 9(07) VALUE ZERO.
        77 WS-CAT-SUB PIC 9(02) COMP VALUE ZERO.
        01 WS-AUTH-PROFILE PIC X(16) VALUE SPACES.
        01 WS-AUTH-PROFILE-CHARS REDEFINES WS-AUTH-PROFILE.
           05  WS-AUTH-CHAR OCCURS 16 TIMES PIC X(01).
        01 WS-BAD-CODES PIC X(32) VALUE SPACES.
        01 WS-BAD-CODES-CHARS REDEFINES WS-BAD-CODES.
           05  WS-BAD-CODE OCCURS 16 TIMES.
               10  WS-BAD-CODE-CHAR    PIC X(01).
               10  FILLER              PIC X(01).
        01 WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNT            PIC 9(05)
                   OCCURS 7 TIMES.
        01 WS-CATEGORY-TITLES-DATA.
           05  FILLER                  PIC X(50) VALUE
               "A  OPERATORS FOR TERMINATED OR UNKNOWN EMPLOYEES".
           05  FILLER                  PIC X(50) VALUE
               "B  OPERATORS WITH UNREGISTERED TRANSACTION CODES".
           05  FILLER                  PIC X(50) VALUE
               "C  PUNCHES FOR IDS WITH NO ACTIVE EMPLOYEE".
           05  FILLER                  PIC X(50) VALUE
               "D  TIME DETAILS FOR IDS WITH NO ACTIVE EMPLOYEE".
           05  FILLER                  PIC X(50) VALUE
               "E  OPEN PURCHASE ORDERS FOR ITEMS NOT ON ITMFILE".
           05  FILLER                  PIC X(50) VALUE
               "F  ACTIVE EMPLOYEES WITH NO BANK DETAILS".
           05  FILLER                  PIC X(50) VALUE
               "G  ACTIVE EMPLOYEES WITH NO LANGUAGE CODE".
        01 WS-CATEGORY-TITLES REDEFINES WS-CATEGORY-TITLES-DATA.
           05  WS-CAT-TITLE            PIC X(50)
                   OCCURS 7 TIMES.
        01 WS-ID-TABLE-AREA.
           05  WS-ID-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-ID-MAX-ENTRIES       PIC 9(04) COMP VALUE 500.
           05  WS-ID-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ID-IDX.
               10  IDT-USER-ID         PIC X(08).
               10  IDT-REASON          PIC X(01).
               10  IDT-RECORDS         PIC 9(05) COMP.
               10  IDT-FIRST-DATE      PIC 9(08).
               10  IDT-LAST-DATE       PIC 9(08).
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - CROSS-FILE INTEGRITY AUDIT".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(12) VALUE "KEY".
           05  FILLER                  PIC X(32) VALUE "NAME / ITEM".
           05  FILLER                  PIC X(32) VALUE "EXCEPTION".
           05  FILLER                  PIC X(40) VALUE "DETAIL".
        01 WS-CATEGORY-LINE.
           05  FILLER                  PIC X(04) VALUE "*** ".
           05  CL-TITLE                PIC X(50).
        01 WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-KEY                  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-NAME                 PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-REASON               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-DETAIL               PIC X(40).
        01 WS-RANGE-DETAIL.
           05  RD-RECORDS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE " RECORDS ".
           05  RD-FIRST-DATE           PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  RD-LAST-DATE            PIC 9(08).
        01 WS-PO-DETAIL.
           05  FILLER                  PIC X(08) VALUE "ORDERED ".
           05  PD-ORDER-QTY            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE " ON ".
           05  PD-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PD-VENDOR-ID            PIC X(06).
        01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TL-LABEL                PIC X(50).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
           COPY DL100SUB.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-AUDIT-OPERATORS THRU 2000-EXIT.
           PERFORM 2500-AUDIT-AUTH-PROFILES THRU 2500-EXIT.
           PERFORM 3000-AUDIT-PUNCHES THRU 3000-EXIT.
           PERFORM 3500-AUDIT-TIME-DETAILS THRU 3500-EXIT.
           PERFORM 4000-AUDIT-OPEN-POS THRU 4000-EXIT.
           PERFORM 4500-AUDIT-BANK-DETAILS THRU 4500-EXIT.
           PERFORM 4700-AUDIT-LANGUAGE-CODES THRU 4700-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * AUDIT ONLY READS, SO ITS PLACE IN THE CYCLE COMES FROM THE
      * SCHEDULE; IT PASSES NO PREDECESSOR OF ITS OWN. CYCFORCE=Y
      * IS THE SANCTIONED SAME-DATE RE-RUN (E.G. TO CONFIRM A
      * CORRECTION).
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
           MOVE "INTAUDIT" TO CYC-CTL-JOB-NAME.
           MOVE SPACES TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "INTAUDIT - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE MASTERS USED FOR LOOKUPS AND THE
      * REPORT. THE FILES READ FROM END TO END ARE OPENED BY THEIR
      * OWN PASS.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ZERO TO WS-CATEGORY-COUNTS.
           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT ITMFILE.
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

      ******************************************************************
      * 2000-AUDIT-OPERATORS - CATEGORY A. EVERY OPERATOR ACCOUNT
      * NOT DEACTIVATED (A LOCKED ACCOUNT CAN STILL BE UNLOCKED, SO
      * IT COUNTS) MUST BELONG TO AN ACTIVE EMPLOYEE.
      ******************************************************************
       2000-AUDIT-OPERATORS.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           PERFORM 2010-OPEN-USRFILE THRU 2010-EXIT.
           PERFORM 2100-CHECK-OPERATOR THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE USRFILE.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       2000-EXIT.
           EXIT.

       2010-OPEN-USRFILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT USRFILE.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2020-READ-USRFILE THRU 2020-EXIT.
       2010-EXIT.
           EXIT.

       2020-READ-USRFILE.
           READ USRFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-USRFILE-STATUS NOT = "00" AND NOT WS-END-OF-FILE
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2020-EXIT.
           EXIT.

       2100-CHECK-OPERATOR.
           IF USR-ACCOUNT-DEACTIVATED
               GO TO 2100-READ-NEXT
           END-IF.
           MOVE USR-USER-ID TO WS-CHECK-ID.
           PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT.
           IF WS-EMPLOYEE-ACTIVE
               GO TO 2100-READ-NEXT
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE USR-USER-ID TO EL-KEY.
           MOVE USR-FULL-NAME TO EL-NAME.
           IF WS-EMPLOYEE-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO EL-REASON
           ELSE
               MOVE "NO EMPLOYEE RECORD" TO EL-REASON
           END-IF.
           IF USR-ACCOUNT-LOCKED
               MOVE "ACCOUNT LOCKED" TO EL-DETAIL
           ELSE
               MOVE "ACCOUNT ACTIVE" TO EL-DETAIL
           END-IF.
           PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT.
       2100-READ-NEXT.
           PERFORM 2020-READ-USRFILE THRU 2020-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-AUDIT-AUTH-PROFILES - CATEGORY B. EVERY CODE IN AN
      * OPERATOR'S PROFILE MUST BE A TRANSACTION REGISTERED IN
      * DL100SUB, THE SAME TABLE HELLOWORLD DISPATCHES FROM. ALL
      * ACCOUNTS ARE CHECKED, SO A DEACTIVATED ONE CANNOT COME BACK
      * CARRYING A STRAY CODE.
      ******************************************************************
       2500-AUDIT-AUTH-PROFILES.
           MOVE 2 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           PERFORM 2010-OPEN-USRFILE THRU 2010-EXIT.
           PERFORM 2600-CHECK-PROFILE THRU 2600-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE USRFILE.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       2500-EXIT.
           EXIT.

       2600-CHECK-PROFILE.
           MOVE USR-AUTH-PROFILE TO WS-AUTH-PROFILE.
           MOVE SPACES TO WS-BAD-CODES.
           MOVE ZERO TO WS-BAD-SUB.
           PERFORM 2610-CHECK-ONE-CODE THRU 2610-EXIT
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > 16.
           IF WS-BAD-SUB > ZERO
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE USR-USER-ID TO EL-KEY
               MOVE USR-FULL-NAME TO EL-NAME
               MOVE "UNREGISTERED TRAN CODE(S)" TO EL-REASON
               MOVE WS-BAD-CODES TO EL-DETAIL
               PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT
           END-IF.
           PERFORM 2020-READ-USRFILE THRU 2020-EXIT.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-CODE.
           IF WS-AUTH-CHAR (WS-AUTH-SUB) = SPACE
               GO TO 2610-EXIT
           END-IF.
           MOVE "N" TO WS-TRAN-SWITCH.
           SET DL100-SUBSYS-IDX TO 1.
           SEARCH DL100-SUBSYS-ENTRY
               AT END
                   CONTINUE
               WHEN DL100-SUBSYS-TRAN (DL100-SUBSYS-IDX) =
                       WS-AUTH-CHAR (WS-AUTH-SUB)
                   SET WS-TRAN-REGISTERED TO TRUE
           END-SEARCH.
           IF NOT WS-TRAN-REGISTERED
               ADD 1 TO WS-BAD-SUB
               MOVE WS-AUTH-CHAR (WS-AUTH-SUB)
                   TO WS-BAD-CODE-CHAR (WS-BAD-SUB)
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AUDIT-PUNCHES - CATEGORY C. EVERY PUNCH WHOSE ID IS NOT
      * AN ACTIVE EMPLOYEE IS TALLIED BY ID, THEN LISTED ONE LINE
      * PER ID WITH ITS COUNT AND DATE RANGE.
      ******************************************************************
       3000-AUDIT-PUNCHES.
           MOVE 3 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           MOVE ZERO TO WS-ID-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PUNCHFIL.
           IF WS-PUNCHFIL-STATUS = "35"
               GO TO 3000-LIST
           END-IF.
           IF WS-PUNCHFIL-STATUS NOT = "00"
               MOVE "PUNCHFIL" TO WS-ERROR-FILE-ID
               MOVE WS-PUNCHFIL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 3100-READ-PUNCHFIL THRU 3100-EXIT.
           PERFORM 3200-CHECK-PUNCH THRU 3200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE PUNCHFIL.
       3000-LIST.
           PERFORM 6200-LIST-ID-TABLE THRU 6200-EXIT.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-PUNCHFIL.
           READ PUNCHFIL
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-PUNCHFIL-STATUS NOT = "00" AND NOT WS-END-OF-FILE
               MOVE "PUNCHFIL" TO WS-ERROR-FILE-ID
               MOVE WS-PUNCHFIL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-PUNCH.
           MOVE PNCH-USER-ID TO WS-CHECK-ID.
           MOVE PNCH-PUNCH-DATE TO WS-CHECK-DATE.
           PERFORM 6100-TALLY-ID THRU 6100-EXIT.
           PERFORM 3100-READ-PUNCHFIL THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3500-AUDIT-TIME-DETAILS - CATEGORY D, THE SAME TALLY OVER
      * THE TIMEFILE DETAILS (WORKED AND LEAVE). THE HEADER IS
      * PASSED OVER.
      ******************************************************************
       3500-AUDIT-TIME-DETAILS.
           MOVE 4 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           MOVE ZERO TO WS-ID-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TIMEFILE.
           IF WS-TIMEFILE-STATUS = "35"
               GO TO 3500-LIST
           END-IF.
           IF WS-TIMEFILE-STATUS NOT = "00"
               MOVE "TIMEFILE" TO WS-ERROR-FILE-ID
               MOVE WS-TIMEFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 3600-READ-TIMEFILE THRU 3600-EXIT.
           PERFORM 3700-CHECK-TIME-DETAIL THRU 3700-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE TIMEFILE.
       3500-LIST.
           PERFORM 6200-LIST-ID-TABLE THRU 6200-EXIT.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-TIMEFILE.
           READ TIMEFILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-TIMEFILE-STATUS NOT = "00" AND NOT WS-END-OF-FILE
               MOVE "TIMEFILE" TO WS-ERROR-FILE-ID
               MOVE WS-TIMEFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3700-CHECK-TIME-DETAIL.
           IF TIME-DETAIL-REC
               MOVE TIME-EMP-ID TO WS-CHECK-ID
               MOVE TIME-WORK-DATE TO WS-CHECK-DATE
               PERFORM 6100-TALLY-ID THRU 6100-EXIT
           END-IF.
           PERFORM 3600-READ-TIMEFILE THRU 3600-EXIT.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AUDIT-OPEN-POS - CATEGORY E. AN OPEN PO MUST STILL HAVE
      * ITS ITEM ON ITMFILE, OR NOTHING CAN BE RECEIVED AGAINST IT.
      ******************************************************************
       4000-AUDIT-OPEN-POS.
           MOVE 5 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT POFILE.
           IF WS-POFILE-STATUS = "35"
               GO TO 4000-END
           END-IF.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 4100-READ-POFILE THRU 4100-EXIT.
           PERFORM 4200-CHECK-PO THRU 4200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE POFILE.
       4000-END.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       4000-EXIT.
           EXIT.

       4100-READ-POFILE.
           READ POFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-POFILE-STATUS NOT = "00" AND NOT WS-END-OF-FILE
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-PO.
           IF NOT PO-STATUS-OPEN
               GO TO 4200-READ-NEXT
           END-IF.
           MOVE PO-ITEM-NO TO ITM-ITEM-NO.
           READ ITMFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ITMFILE-STATUS = "00"
               GO TO 4200-READ-NEXT
           END-IF.
           IF NOT WS-ITMFILE-NOTFND
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE PO-PO-NUMBER TO EL-KEY.
           MOVE PO-ITEM-NO TO EL-NAME.
           MOVE "ITEM NOT ON ITMFILE" TO EL-REASON.
           MOVE PO-ORDER-QTY TO PD-ORDER-QTY.
           MOVE PO-ORDER-DATE TO PD-ORDER-DATE.
           MOVE PO-VENDOR-ID TO PD-VENDOR-ID.
           MOVE WS-PO-DETAIL TO EL-DETAIL.
           PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT.
       4200-READ-NEXT.
           PERFORM 4100-READ-POFILE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4500-AUDIT-BANK-DETAILS - CATEGORY F. AN ACTIVE EMPLOYEE
      * WITH NO BRANCH OR NO ACCOUNT CANNOT BE PAID THROUGH THE BANK
      * EXTRACT AND WILL COME OUT AS A PAYROLL REGISTER EXCEPTION.
      ******************************************************************
       4500-AUDIT-BANK-DETAILS.
           MOVE 6 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           PERFORM 4510-START-EMPFILE THRU 4510-EXIT.
           PERFORM 4600-CHECK-BANK-DETAILS THRU 4600-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       4500-EXIT.
           EXIT.

       4510-START-EMPFILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO EMP-EMP-ID.
           START EMPFILE KEY > EMP-EMP-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM 4520-READ-EMPFILE-NEXT THRU 4520-EXIT
           END-IF.
       4510-EXIT.
           EXIT.

       4520-READ-EMPFILE-NEXT.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-EMPFILE-STATUS NOT = "00" AND NOT WS-END-OF-FILE
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       4520-EXIT.
           EXIT.

       4600-CHECK-BANK-DETAILS.
           IF EMP-ACTIVE
               AND (EMP-BANK-BRANCH = SPACES
                   OR EMP-BANK-ACCOUNT = SPACES)
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE EMP-EMP-ID TO EL-KEY
               MOVE EMP-FULL-NAME TO EL-NAME
               IF EMP-BANK-BRANCH = SPACES
                   AND EMP-BANK-ACCOUNT = SPACES
                   MOVE "NO BANK DETAILS" TO EL-REASON
               ELSE
                   IF EMP-BANK-BRANCH = SPACES
                       MOVE "NO BANK BRANCH" TO EL-REASON
                   ELSE
                       MOVE "NO BANK ACCOUNT" TO EL-REASON
                   END-IF
               END-IF
               MOVE EMP-DEPT-CODE TO EL-DETAIL
               PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT
           END-IF.
           PERFORM 4520-READ-EMPFILE-NEXT THRU 4520-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4700-AUDIT-LANGUAGE-CODES - CATEGORY G. WITH NO LANGUAGE
      * CODE THE PAY ADVICE FALLS BACK TO THE HOUSE LANGUAGE.
      ******************************************************************
       4700-AUDIT-LANGUAGE-CODES.
           MOVE 7 TO WS-CAT-SUB.
           PERFORM 7200-START-CATEGORY THRU 7200-EXIT.
           PERFORM 4510-START-EMPFILE THRU 4510-EXIT.
           PERFORM 4800-CHECK-LANGUAGE-CODE THRU 4800-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 7300-END-CATEGORY THRU 7300-EXIT.
       4700-EXIT.
           EXIT.

       4800-CHECK-LANGUAGE-CODE.
           IF EMP-ACTIVE AND EMP-LANGUAGE-CODE = SPACES
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE EMP-EMP-ID TO EL-KEY
               MOVE EMP-FULL-NAME TO EL-NAME
               MOVE "NO LANGUAGE CODE" TO EL-REASON
               MOVE EMP-DEPT-CODE TO EL-DETAIL
               PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT
           END-IF.
           PERFORM 4520-READ-EMPFILE-NEXT THRU 4520-EXIT.
       4800-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-TOTALS - ONE LINE PER CATEGORY AND THE GRAND
      * TOTAL THAT DECIDES THE CONDITION CODE.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE "SUMMARY" TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 5100-PRINT-CATEGORY-TOTAL THRU 5100-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL EXCEPTIONS" TO TL-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-CATEGORY-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-CAT-TITLE (WS-CAT-SUB) TO TL-LABEL.
           MOVE WS-CAT-COUNT (WS-CAT-SUB) TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LOOKUP-EMPLOYEE - KEYED READ OF WS-CHECK-ID. ANSWERS
      * ACTIVE, TERMINATED OR UNKNOWN IN WS-EMPLOYEE-SWITCH.
      ******************************************************************
       6000-LOOKUP-EMPLOYEE.
           MOVE WS-CHECK-ID TO EMP-EMP-ID.
           READ EMPFILE
               INVALID KEY
                   SET WS-EMPLOYEE-UNKNOWN TO TRUE
                   GO TO 6000-EXIT
           END-READ.
           IF WS-EMPFILE-STATUS NOT = "00"
               MOVE "EMPFILE" TO WS-ERROR-FILE-ID
               MOVE WS-EMPFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF EMP-ACTIVE
               SET WS-EMPLOYEE-ACTIVE TO TRUE
           ELSE
               SET WS-EMPLOYEE-TERMINATED TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-TALLY-ID - COUNT A PUNCH OR TIME DETAIL AGAINST ITS ID
      * WHEN THE ID IS NOT AN ACTIVE EMPLOYEE. AN ID ALREADY IN THE
      * TABLE IS NOT LOOKED UP AGAIN. ONLY THE ENTRIES IN USE ARE
      * SEARCHED, SINCE THE TABLE IS REUSED BY CATEGORIES C AND D.
      ******************************************************************
       6100-TALLY-ID.
           SET WS-ID-IDX TO 1.
           SEARCH WS-ID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ID-IDX > WS-ID-COUNT
                   CONTINUE
               WHEN IDT-USER-ID (WS-ID-IDX) = WS-CHECK-ID
                   ADD 1 TO IDT-RECORDS (WS-ID-IDX)
                   IF WS-CHECK-DATE < IDT-FIRST-DATE (WS-ID-IDX)
                       MOVE WS-CHECK-DATE TO IDT-FIRST-DATE (WS-ID-IDX)
                   END-IF
                   IF WS-CHECK-DATE > IDT-LAST-DATE (WS-ID-IDX)
                       MOVE WS-CHECK-DATE TO IDT-LAST-DATE (WS-ID-IDX)
                   END-IF
                   GO TO 6100-EXIT
           END-SEARCH.
           PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT.
           IF WS-EMPLOYEE-ACTIVE
               GO TO 6100-EXIT
           END-IF.
           IF WS-ID-COUNT >= WS-ID-MAX-ENTRIES
               MOVE "ID TABLE" TO WS-ERROR-FILE-ID
               MOVE "OF" TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-ID-COUNT.
           MOVE WS-CHECK-ID TO IDT-USER-ID (WS-ID-COUNT).
           MOVE WS-EMPLOYEE-SWITCH TO IDT-REASON (WS-ID-COUNT).
           MOVE 1 TO IDT-RECORDS (WS-ID-COUNT).
           MOVE WS-CHECK-DATE TO IDT-FIRST-DATE (WS-ID-COUNT).
           MOVE WS-CHECK-DATE TO IDT-LAST-DATE (WS-ID-COUNT).
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-LIST-ID-TABLE - ONE EXCEPTION LINE PER TALLIED ID. THE
      * ACTIVE EMPLOYEES NEVER REACH THE TABLE.
      ******************************************************************
       6200-LIST-ID-TABLE.
           PERFORM 6210-LIST-ONE-ID THRU 6210-EXIT
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-ID-COUNT.
       6200-EXIT.
           EXIT.

       6210-LIST-ONE-ID.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE IDT-USER-ID (WS-ID-SUB) TO EL-KEY.
           IF IDT-REASON (WS-ID-SUB) = "T"
               MOVE "EMPLOYEE TERMINATED" TO EL-REASON
               MOVE IDT-USER-ID (WS-ID-SUB) TO WS-CHECK-ID
               PERFORM 6000-LOOKUP-EMPLOYEE THRU 6000-EXIT
               MOVE EMP-FULL-NAME TO EL-NAME
           ELSE
               MOVE "NO EMPLOYEE RECORD" TO EL-REASON
           END-IF.
           MOVE IDT-RECORDS (WS-ID-SUB) TO RD-RECORDS.
           MOVE IDT-FIRST-DATE (WS-ID-SUB) TO RD-FIRST-DATE.
           MOVE IDT-LAST-DATE (WS-ID-SUB) TO RD-LAST-DATE.
           MOVE WS-RANGE-DETAIL TO EL-DETAIL.
           PERFORM 7400-WRITE-EXCEPTION THRU 7400-EXIT.
       6210-EXIT.
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
      * 7200-START-CATEGORY / 7300-END-CATEGORY - THE TITLE LINE
      * BEFORE A CATEGORY'S EXCEPTIONS, AND "NONE FOUND" AFTER A
      * CATEGORY WITH NOTHING TO SHOW.
      ******************************************************************
       7200-START-CATEGORY.
           MOVE ZERO TO WS-CATEGORY-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-CAT-TITLE (WS-CAT-SUB) TO CL-TITLE.
           MOVE WS-CATEGORY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

       7300-END-CATEGORY.
           IF WS-CATEGORY-COUNT = ZERO
               MOVE "      NONE FOUND" TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
           MOVE WS-CATEGORY-COUNT TO WS-CAT-COUNT (WS-CAT-SUB).
       7300-EXIT.
           EXIT.

       7400-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           ADD 1 TO WS-CATEGORY-COUNT.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. NOTHING
      * IS UPDATED, SO A FAILED RUN IS SIMPLY RESUBMITTED.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "INTAUDIT - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE FILES HELD OPEN ACROSS THE RUN.
      * EACH PASS CLOSES ITS OWN SEQUENTIAL FILE.
      ******************************************************************
       9000-TERMINATE.
           CLOSE EMPFILE.
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
               DISPLAY "INTAUDIT - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM INTAUDIT.
