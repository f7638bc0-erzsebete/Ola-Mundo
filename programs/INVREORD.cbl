      *                   ITM-UNIT-COST MOVING AVERAGE) SO
      *                   PURCHASING CAN PRIORITIZE BY MONEY, NOT
      *                   JUST BY COUNT.
      *   2026-10-15 EAM  EACH NEW PO IS NOW RAISED AGAINST THE ITEM'S
      *                   PREFERRED VENDOR AT ITS LAST QUOTED PRICE
      *                   (BOTH SET THROUGH VENDADM), EXPECTED IN
      *                   AFTER THAT VENDOR'S LEAD TIME FROM VNDFILE
      *                   RATHER THAN THE HOUSE 14 DAYS, WHICH NOW
      *                   ONLY COVERS ITEMS WITH NO VENDOR OR A
      *                   VENDOR WITH NO LEAD TIME. THE PO IS LEFT
      *                   UNPRINTED FOR THE POPRINT STEP THAT
      *                   FOLLOWS. VENDOR AND PRICE ARE ON THE
      *                   DETAIL LINE.
      *   2026-10-15 EAM  AN ITEM WITH A ZERO REORDER QUANTITY NO
      *                   LONGER RAISES A PO FOR NOTHING; IT IS
      *                   LISTED AS NOT REORDERED AND COUNTED ON THE
      *                   TOTALS LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREORD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-ITMFILE-STATUS PIC X(02).
        77 WS-POFILE-STATUS PIC X(02).
        77 WS-VNDFILE-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-ITEMS-READ PIC 9(05) VALUE ZERO.
        77 WS-ITEMS-FLAGGED PIC 9(05) VALUE ZERO.
        77 WS-POS-CREATED PIC 9(05) VALUE ZERO.
        77 WS-ITEMS-NO-QTY PIC 9(05) VALUE ZERO.
        77 WS-POS-OVERDUE PIC 9(05) VALUE ZERO.
        77 WS-NEXT-PO-NUMBER PIC 9(06) VALUE ZERO.
        77 WS-PO-LEAD-DAYS PIC 9(03) VALUE 14.
        77 WS-HOUSE-LEAD-DAYS PIC 9(03) VALUE 14.
        77 WS-VNDFILE-SWITCH PIC X(01) VALUE "N".
            88 WS-VNDFILE-AVAILABLE VALUE "Y".
        77 WS-DATE-INTEGER PIC 9(08) COMP VALUE ZERO.
        77 WS-STOCK-VALUE PIC 9(09)V99 VALUE ZERO.
        01 WS-OPENPO-TABLE-AREA.
               "   PURCHASE ORDER".
           05  FILLER                  PIC X(15) VALUE
               "    STOCK VALUE".
           05  FILLER                  PIC X(08) VALUE
               "  VENDOR".
           05  FILLER                  PIC X(11) VALUE
               "      PRICE".
        01 WS-DETAIL-LINE.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-STOCK-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-UNIT-PRICE           PIC ZZ,ZZ9.99.
        01 WS-EXPEDITE-SECTION-LINE.
           05  FILLER                  PIC X(44) VALUE
               "OPEN PURCHASE ORDERS PAST EXPECTED DATE".
           05  FILLER                  PIC X(15) VALUE
               "   POS CREATED:".
           05  TL-POS-CREATED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE
               "   NOT REORDERED - NO QTY:".
           05  TL-ITEMS-NO-QTY         PIC ZZ,ZZ9.
        01 WS-NONE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "NO ITEMS AT OR BELOW REORDER POINT".
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE ITEM MASTER, THE PO FILE, THE
      * VENDOR MASTER AND THE REPORT FILE, THEN LOAD THE OPEN-PO
      * TABLE SO THE ITEM SCAN KNOWS WHAT IS ALREADY ON ORDER. THE
      * FIRST RUN CREATES THE PO DATASET THE SAME WAY THE MENU
      * CREATES AUDTLOG. A VENDOR MASTER NOT YET CREATED JUST MEANS
      * EVERY ORDER TAKES THE HOUSE LEAD TIME.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
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
           OPEN OUTPUT RPTFILE.
           IF WS-RPTFILE-STATUS NOT = "00"
               MOVE "RPTFILE" TO WS-ERROR-FILE-ID
               COMPUTE WS-STOCK-VALUE ROUNDED =
                   ITM-ON-HAND * ITM-UNIT-COST
               MOVE WS-STOCK-VALUE TO DL-STOCK-VALUE
               MOVE SPACES TO DL-VENDOR-ID
               MOVE ZERO TO DL-UNIT-PRICE
               PERFORM 2300-RESOLVE-PO THRU 2300-EXIT
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
      * 2300-RESOLVE-PO - AN ITEM ALREADY COVERED BY AN OPEN PO IS
      * REPORTED AGAINST THAT PO INSTEAD OF BEING ORDERED AGAIN;
      * OTHERWISE A NEW OPEN PO GOES ONTO POFILE FOR THE SUGGESTED
      * REORDER QUANTITY, RAISED AGAINST THE ITEM'S PREFERRED
      * VENDOR AT ITS LAST QUOTED PRICE AND EXPECTED IN AFTER THAT
      * VENDOR'S LEAD TIME (THE HOUSE LEAD TIME WHEN THE ITEM HAS
      * NO VENDOR, OR THE VENDOR HAS NO LEAD TIME ON FILE). AN ITEM
      * WITH NO REORDER QUANTITY IS LISTED AS NOT REORDERED - A PO
      * FOR NOTHING HELPS NOBODY - UNTIL ONE IS SET ON THE MASTER.
      ******************************************************************
       2300-RESOLVE-PO.
           SET WS-OPENPO-IDX TO 1.
           EXIT.

       2400-CREATE-PO.
           IF ITM-REORDER-QTY = ZERO
               ADD 1 TO WS-ITEMS-NO-QTY
               MOVE "NO QTY SET " TO DL-PO-ACTION
               MOVE ZERO TO DL-PO-NUMBER
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-PO-NUMBER.
           MOVE SPACES TO PO-RECORD.
           MOVE WS-NEXT-PO-NUMBER TO PO-PO-NUMBER.
           MOVE ZERO TO PO-RECEIVED-QTY.
           SET PO-STATUS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           MOVE ITM-PREF-VENDOR-ID TO PO-VENDOR-ID.
           IF ITM-QUOTED-PRICE NUMERIC
               MOVE ITM-QUOTED-PRICE TO PO-UNIT-PRICE
           ELSE
               MOVE ZERO TO PO-UNIT-PRICE
           END-IF.
           SET PO-DOC-NOT-PRINTED TO TRUE.
           PERFORM 2410-SET-LEAD-TIME THRU 2410-EXIT.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) +
               WS-PO-LEAD-DAYS.
           ADD 1 TO WS-POS-CREATED.
           MOVE "PO CREATED " TO DL-PO-ACTION.
           MOVE PO-PO-NUMBER TO DL-PO-NUMBER.
           MOVE PO-VENDOR-ID TO DL-VENDOR-ID.
           MOVE PO-UNIT-PRICE TO DL-UNIT-PRICE.
       2400-EXIT.
           EXIT.

       2410-SET-LEAD-TIME.
           MOVE WS-HOUSE-LEAD-DAYS TO WS-PO-LEAD-DAYS.
           IF NOT WS-VNDFILE-AVAILABLE OR PO-VENDOR-ID = SPACES
               GO TO 2410-EXIT
           END-IF.
           MOVE PO-VENDOR-ID TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   GO TO 2410-EXIT
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF VND-LEAD-DAYS NUMERIC AND VND-LEAD-DAYS > ZERO
               MOVE VND-LEAD-DAYS TO WS-PO-LEAD-DAYS
           END-IF.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - ONE SUMMARY LINE, PLUS A "NOTHING TO
      * REORDER" LINE ON THE GOOD DAYS SO AN EMPTY REPORT IS CLEARLY
           MOVE WS-ITEMS-READ TO TL-ITEMS-READ.
           MOVE WS-ITEMS-FLAGGED TO TL-ITEMS-FLAGGED.
           MOVE WS-POS-CREATED TO TL-POS-CREATED.
           MOVE WS-ITEMS-NO-QTY TO TL-ITEMS-NO-QTY.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3000-EXIT.
       9000-TERMINATE.
           CLOSE ITMFILE.
           CLOSE POFILE.
           IF WS-VNDFILE-AVAILABLE
               CLOSE VNDFILE
           END-IF.
           CLOSE RPTFILE.
       9000-EXIT.
           EXIT.
