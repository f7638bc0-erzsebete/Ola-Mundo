      *                   AVERAGE AND SHOW THE VALUE RELIEVED. THE
      *                   MONTH-END INVVALUE REPORT VALUES THE
      *                   STOCKROOM FROM THE SAME FIELD.
      *   2026-10-15 EAM  EVERY INVJRNL RECORD NOW CARRIES THE UNIT
      *                   COST THE MOVEMENT WAS VALUED AT WHEN IT
      *                   POSTED (JRNL-UNIT-COST) - THE RECEIPT'S
      *                   KEYED COST, OR THE MOVING AVERAGE FOR AN
      *                   ISSUE, A COUNT, OR A RECEIPT WITH NO COST
      *                   KEYED - SO THE GLEXTR LEDGER EXTRACT CAN
      *                   VALUE THE DAY'S MOVEMENTS.
      *   2026-10-15 EAM  A COSTED RECEIPT MATCHED TO A PO AT A UNIT
      *                   COST OTHER THAN THE PO'S PRICE NOW WRITES
      *                   A PURCHASE PRICE VARIANCE RECORD TO
      *                   PPVFILE - VENDOR, PO, ITEM, BOTH PRICES
      *                   AND THE EXTENDED DIFFERENCE - FOR THE
      *                   NIGHTLY PPVRPT VARIANCE REPORT BY VENDOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT PPVFILE ASSIGN TO PPVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPVFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITMFILE
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       FD  PPVFILE
           RECORDING MODE IS F.
           COPY PPVRECR.
       WORKING-STORAGE SECTION.
        77 WS-ITMFILE-STATUS PIC X(02).
            88 WS-ITMFILE-NOTFND VALUE "23".
            88 WS-POFILE-NOTFND VALUE "23".
        77 WS-POFILE-AVAIL-SWITCH PIC X(01) VALUE "N".
            88 WS-POFILE-AVAILABLE VALUE "Y".
        77 WS-PPVFILE-STATUS PIC X(02).
        77 WS-ENTERED-PO PIC 9(06) VALUE ZERO.
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-OLD-ON-HAND PIC 9(07) VALUE ZERO.
        77 WS-JOURNAL-QTY PIC S9(07) VALUE ZERO.
        77 WS-JOURNAL-TYPE PIC X(01) VALUE SPACE.
        77 WS-JOURNAL-COST PIC 9(05)V99 VALUE ZERO.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
       LINKAGE SECTION.
      * JOURNAL AND PAINT THE POSTING SCREEN ONCE. THE LOOP ONLY
      * REPAINTS THE VARIABLE FIELDS. THE JOURNAL OPENS EXTEND,
      * FALLING BACK TO OUTPUT THE FIRST TIME THE DATASET DOES NOT
      * YET EXIST, THE SAME WAY THE MENU OPENS AUDTLOG. THE PRICE
      * VARIANCE FILE OPENS THE SAME WAY.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O ITMFILE.
               MOVE WS-INVJRNL-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN EXTEND PPVFILE.
           IF WS-PPVFILE-STATUS = "05" OR WS-PPVFILE-STATUS = "35"
               OPEN OUTPUT PPVFILE
           END-IF.
           IF WS-PPVFILE-STATUS NOT = "00"
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE WS-PPVFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN I-O POFILE.
           IF WS-POFILE-STATUS = "00"
               SET WS-POFILE-AVAILABLE TO TRUE
           PERFORM 2550-ACCEPT-UNIT-COST THRU 2550-EXIT.
           MOVE ITM-ON-HAND TO WS-OLD-ON-HAND.
           PERFORM 2560-AVERAGE-UNIT-COST THRU 2560-EXIT.
           IF WS-ENTERED-COST = ZERO
               MOVE ITM-UNIT-COST TO WS-JOURNAL-COST
           ELSE
               MOVE WS-ENTERED-COST TO WS-JOURNAL-COST
           END-IF.
           ADD WS-ENTERED-QTY TO ITM-ON-HAND.
           PERFORM 2600-REWRITE-ITEM THRU 2600-EXIT.
           MOVE "R" TO WS-JOURNAL-TYPE.
      * POSTED AGAINST AN OPEN PURCHASE ORDER. ZERO SKIPS THE
      * MATCH. THE PO MUST BE OPEN AND FOR THE RECEIVED ITEM; IT
      * CLOSES BY ITSELF ONCE THE RECEIVED QUANTITY COVERS THE
      * ORDER. A RECEIPT COSTED AT OTHER THAN THE PO PRICE IS
      * LOGGED AS A PURCHASE PRICE VARIANCE.
      ******************************************************************
       2150-MATCH-RECEIPT-TO-PO.
           MOVE ZERO TO WS-ENTERED-PO.
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           PERFORM 2160-LOG-PRICE-VARIANCE THRU 2160-EXIT.
           IF PO-STATUS-CLOSED
               DISPLAY "PO FULLY RECEIVED - CLOSED" AT 2201
                   FOREGROUND-COLOR 2 HIGHLIGHT
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-LOG-PRICE-VARIANCE - A RECEIPT WITH NO COST KEYED, OR A
      * PO RAISED WITH NO PRICE, HAS NOTHING TO COMPARE. OTHERWISE
      * ANY DIFFERENCE BETWEEN THE RECEIPT COST AND THE PO PRICE,
      * EXTENDED BY THE QUANTITY RECEIVED, IS WRITTEN TO PPVFILE -
      * POSITIVE WHEN THE GOODS COST MORE THAN ORDERED.
      ******************************************************************
       2160-LOG-PRICE-VARIANCE.
           IF WS-ENTERED-COST = ZERO
               GO TO 2160-EXIT
           END-IF.
           IF PO-UNIT-PRICE NOT NUMERIC
               GO TO 2160-EXIT
           END-IF.
           IF PO-UNIT-PRICE = ZERO
               OR PO-UNIT-PRICE = WS-ENTERED-COST
               GO TO 2160-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO PPV-RECORD.
           MOVE PO-VENDOR-ID TO PPV-VENDOR-ID.
           MOVE PO-PO-NUMBER TO PPV-PO-NUMBER.
           MOVE PO-ITEM-NO TO PPV-ITEM-NO.
           MOVE WS-ENTERED-QTY TO PPV-RECEIVED-QTY.
           MOVE PO-UNIT-PRICE TO PPV-PO-PRICE.
           MOVE WS-ENTERED-COST TO PPV-RECEIPT-COST.
           COMPUTE PPV-VARIANCE =
               (WS-ENTERED-COST - PO-UNIT-PRICE) * WS-ENTERED-QTY.
           MOVE DL100-CA-USER-ID TO PPV-USER-ID.
           MOVE WS-RUN-DATE TO PPV-POST-DATE.
           MOVE WS-RUN-TIME TO PPV-POST-TIME.
           WRITE PPV-RECORD.
           IF WS-PPVFILE-STATUS NOT = "00"
               MOVE "PPVFILE" TO WS-ERROR-FILE-ID
               MOVE WS-PPVFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-ISSUE - TAKE THE ISSUED QUANTITY OUT OF ON-HAND.
      * AN ISSUE FOR MORE THAN IS ON HAND IS REFUSED RATHER THAN
           IF ITM-UNIT-COST NOT NUMERIC
               MOVE ZERO TO ITM-UNIT-COST
           END-IF.
           MOVE ITM-UNIT-COST TO WS-JOURNAL-COST.
           COMPUTE WS-ISSUE-VALUE ROUNDED =
               WS-ENTERED-QTY * ITM-UNIT-COST.
           MOVE WS-ISSUE-VALUE TO WS-VALUE-DISPLAY.
               GO TO 2250-EXIT
           END-IF.
           MOVE ITM-ON-HAND TO WS-OLD-ON-HAND.
           IF ITM-UNIT-COST NOT NUMERIC
               MOVE ZERO TO ITM-UNIT-COST
           END-IF.
           MOVE ITM-UNIT-COST TO WS-JOURNAL-COST.
           MOVE WS-COUNTED-QTY TO ITM-ON-HAND.
           PERFORM 2600-REWRITE-ITEM THRU 2600-EXIT.
           MOVE "A" TO WS-JOURNAL-TYPE.
      ******************************************************************
      * 2700-WRITE-JOURNAL-RECORD - ONE INVJRNL RECORD PER POSTING.
      * THE CALLER SETS WS-JOURNAL-TYPE, THE SIGNED WS-JOURNAL-QTY,
      * WS-OLD-ON-HAND, THE WS-JOURNAL-COST THE MOVEMENT IS VALUED
      * AT AND (FOR ADJUSTMENTS) WS-REASON-CODE BEFORE PERFORMING
      * HERE; THE NEW BALANCE IS ALREADY ON ITEM-RECORD.
      ******************************************************************
       2700-WRITE-JOURNAL-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-OLD-ON-HAND TO JRNL-OLD-ON-HAND.
           MOVE ITM-ON-HAND TO JRNL-NEW-ON-HAND.
           MOVE WS-REASON-CODE TO JRNL-REASON-CODE.
           MOVE WS-JOURNAL-COST TO JRNL-UNIT-COST.
           MOVE DL100-CA-USER-ID TO JRNL-USER-ID.
           MOVE DL100-CA-TERM-ID TO JRNL-TERM-ID.
           MOVE WS-RUN-DATE TO JRNL-POST-DATE.
       9000-TERMINATE.
           CLOSE ITMFILE.
           CLOSE INVJRNL.
           CLOSE PPVFILE.
           IF WS-POFILE-AVAILABLE
               CLOSE POFILE
           END-IF.
