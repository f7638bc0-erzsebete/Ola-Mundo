      * Modification History:
      *   2026-09-02 EAM  INITIAL VERSION, REGISTERED AS TRAN "6" IN
      *                   THE MASTER MENU DISPATCH TABLE.
      *   2026-10-15 EAM  AMEND NOW ALSO CHANGES THE VENDOR (WHICH
      *                   MUST BE ACTIVE ON VNDFILE) AND THE UNIT
      *                   PRICE OF AN OPEN PO, AND ANY AMENDMENT
      *                   MARKS THE PO UNPRINTED SO THE NIGHTLY
      *                   POPRINT RUN SENDS THE VENDOR THE AMENDED
      *                   ORDER. REVIEW SHOWS VENDOR AND PRICE.
      *   2026-10-15 EAM  EVERY POFILE ERROR NAMES POFILE ITSELF, SO A
      *                   VNDFILE ERROR EARLIER IN THE SESSION NO
      *                   LONGER MISLABELS A LATER ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       WORKING-STORAGE SECTION.
        77 WS-POFILE-STATUS PIC X(02).
            88 WS-POFILE-NOTFND VALUE "23".
        77 WS-VNDFILE-STATUS PIC X(02).
            88 WS-VNDFILE-NOTFND VALUE "23".
        77 WS-VNDFILE-SWITCH PIC X(01) VALUE "N".
            88 WS-VNDFILE-AVAILABLE VALUE "Y".
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-FUNCTION-CODE PIC X(01) VALUE SPACE.
            88 WS-FUNC-REVIEW VALUE "R" "r".
        77 WS-REVIEW-LIMIT PIC 9(02) COMP VALUE 20.
        77 WS-AMEND-QTY PIC 9(07) VALUE ZERO.
        77 WS-AMEND-DATE PIC 9(08) VALUE ZERO.
        77 WS-AMEND-VENDOR PIC X(06) VALUE SPACES.
        77 WS-AMEND-PRICE PIC 9(05)V99 VALUE ZERO.
        77 WS-PRICE-DISPLAY PIC ZZ,ZZ9.99.
        77 WS-PO-CHANGED-SWITCH PIC X(01) VALUE "N".
            88 WS-PO-CHANGED VALUE "Y".
        77 WS-CLEAR-MSG-LINE PIC X(40) VALUE SPACES.
        01 WS-REVIEW-LINE.
           05  RV-PO-NUMBER            PIC 9(06).
           05  RV-RECEIVED-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-EXPECTED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-UNIT-PRICE           PIC ZZ,ZZ9.99.
       LINKAGE SECTION.
           COPY DL100COMM.
       PROCEDURE DIVISION USING DL100-COMMAREA.
      * 1000-INITIALIZE - OPEN THE PO FILE AND PAINT THE SCREEN
      * ONCE. A MISSING DATASET JUST MEANS THE REORDER RUN HAS NOT
      * CREATED ANYTHING YET, SO IT IS CREATED EMPTY THE SAME WAY
      * INVREORD CREATES IT. THE VENDOR MASTER IS ONLY READ, TO
      * VALIDATE A VENDOR AMENDMENT; UNTIL VENDADM HAS CREATED IT NO
      * VENDOR CAN BE AMENDED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O POFILE.
               OPEN I-O POFILE
           END-IF.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
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
           DISPLAY "PURCHASE ORDER MAINTENANCE" AT 0101
               FOREGROUND-COLOR 3 HIGHLIGHT WITH ERASE SCREEN.
           DISPLAY "FUNCTION: R=REVIEW A=AMEND C=CLOSE X=EXIT"
      ******************************************************************
       3000-REVIEW-OPEN-POS.
           DISPLAY "PO      ITEM       ORDERED   RECEIVED  EXPECTED"
               "  VENDOR      PRICE" AT 0701 WITH ERASE EOS.
           MOVE 7 TO WS-REVIEW-ROW.
           MOVE "N" TO WS-PO-EOF-SWITCH.
           MOVE ZERO TO PO-PO-NUMBER.
                   SET WS-END-OF-POFILE TO TRUE
           END-READ.
           IF WS-POFILE-STATUS NOT = "00" AND NOT WS-END-OF-POFILE
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
               MOVE PO-ORDER-QTY TO RV-ORDER-QTY
               MOVE PO-RECEIVED-QTY TO RV-RECEIVED-QTY
               MOVE PO-EXPECTED-DATE TO RV-EXPECTED-DATE
               MOVE PO-VENDOR-ID TO RV-VENDOR-ID
               IF PO-UNIT-PRICE NUMERIC
                   MOVE PO-UNIT-PRICE TO RV-UNIT-PRICE
               ELSE
                   MOVE ZERO TO RV-UNIT-PRICE
               END-IF
               DISPLAY WS-REVIEW-LINE
                   AT LINE WS-REVIEW-ROW COLUMN 1
           END-IF.
           EXIT.

      ******************************************************************
      * 4000-AMEND-PO - CHANGE THE ORDERED QUANTITY, EXPECTED DATE,
      * VENDOR AND/OR UNIT PRICE OF AN OPEN PO. A ZERO (OR BLANK
      * VENDOR) REPLY LEAVES THE FIELD AS IT STANDS. A NEW VENDOR
      * MUST BE ACTIVE ON THE VENDOR MASTER. ANY CHANGE MARKS THE
      * PO UNPRINTED SO THE VENDOR IS SENT THE AMENDED ORDER.
      ******************************************************************
       4000-AMEND-PO.
           PERFORM 6000-ACCEPT-AND-READ-PO THRU 6000-EXIT.
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-PO-CHANGED-SWITCH.
           IF PO-UNIT-PRICE NOT NUMERIC
               MOVE ZERO TO PO-UNIT-PRICE
           END-IF.
           MOVE PO-ORDER-QTY TO RV-ORDER-QTY.
           DISPLAY "ORDERED QTY NOW:" AT 0801 WITH ERASE EOL.
           DISPLAY RV-ORDER-QTY AT 0820.
           ACCEPT WS-AMEND-QTY AT 0920.
           IF WS-AMEND-QTY > ZERO
               MOVE WS-AMEND-QTY TO PO-ORDER-QTY
               SET WS-PO-CHANGED TO TRUE
           END-IF.
           MOVE PO-EXPECTED-DATE TO RV-EXPECTED-DATE.
           DISPLAY "EXPECTED NOW:" AT 1001 WITH ERASE EOL.
           ACCEPT WS-AMEND-DATE AT 1120.
           IF WS-AMEND-DATE > ZERO
               MOVE WS-AMEND-DATE TO PO-EXPECTED-DATE
               SET WS-PO-CHANGED TO TRUE
           END-IF.
           DISPLAY "VENDOR NOW:" AT 1201 WITH ERASE EOL.
           DISPLAY PO-VENDOR-ID AT 1220.
           MOVE SPACES TO WS-AMEND-VENDOR.
           DISPLAY "NEW VENDOR (BLANK=KEEP):" AT 1301 WITH ERASE EOL.
           ACCEPT WS-AMEND-VENDOR AT 1326.
           IF WS-AMEND-VENDOR NOT = SPACES
               PERFORM 4100-CHECK-AMEND-VENDOR THRU 4100-EXIT
               IF NOT VND-ACTIVE
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-AMEND-VENDOR TO PO-VENDOR-ID
               SET WS-PO-CHANGED TO TRUE
           END-IF.
           MOVE PO-UNIT-PRICE TO WS-PRICE-DISPLAY.
           DISPLAY "PRICE NOW:" AT 1401 WITH ERASE EOL.
           DISPLAY WS-PRICE-DISPLAY AT 1420.
           MOVE ZERO TO WS-AMEND-PRICE.
           DISPLAY "NEW PRICE (0=KEEP):" AT 1501 WITH ERASE EOL.
           ACCEPT WS-AMEND-PRICE AT 1526.
           IF WS-AMEND-PRICE NUMERIC AND WS-AMEND-PRICE > ZERO
               MOVE WS-AMEND-PRICE TO PO-UNIT-PRICE
               SET WS-PO-CHANGED TO TRUE
           END-IF.
           IF WS-PO-CHANGED
               SET PO-DOC-NOT-PRINTED TO TRUE
           END-IF.
           IF PO-RECEIVED-QTY >= PO-ORDER-QTY
               SET PO-STATUS-CLOSED TO TRUE
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-AMEND-VENDOR - READ THE VENDOR KEYED ON AN AMEND.
      * ANYTHING BUT AN ACTIVE VENDOR ON FILE IS REFUSED WITH THE
      * REASON ON THE MESSAGE LINE AND VND-STATUS LEFT NOT ACTIVE,
      * WHICH ABANDONS THE AMENDMENT UNSAVED.
      ******************************************************************
       4100-CHECK-AMEND-VENDOR.
           MOVE SPACE TO VND-STATUS.
           IF NOT WS-VNDFILE-AVAILABLE
               DISPLAY "NO VENDOR MASTER - PO NOT AMENDED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-AMEND-VENDOR TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   MOVE SPACE TO VND-STATUS
                   DISPLAY "VENDOR NOT ON FILE - PO NOT AMENDED"
                       AT 2201 FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 4100-EXIT
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF NOT VND-ACTIVE
               DISPLAY "VENDOR IS INACTIVE - PO NOT AMENDED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CLOSE-PO - CLOSE AN OPEN PO BY HAND (CANCELLED OR
      * ABANDONED ORDER). THE RECORD STAYS ON FILE FOR THE TRAIL.
               SET WS-PO-FOUND TO TRUE
           ELSE
               IF NOT WS-POFILE-NOTFND
                   MOVE "POFILE" TO WS-ERROR-FILE-ID
                   MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
       6100-REWRITE-PO.
           REWRITE PO-RECORD.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * POFILE OR VNDFILE STATUS. RETURNS CODE 16 TO THE MASTER
      * MENU, WHICH ROUTES IT THROUGH ITS OWN FILE-ERROR TRAP.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "PURCHORD - FILE ERROR ON " AT 2201
               FOREGROUND-COLOR 4 HIGHLIGHT.
           DISPLAY WS-ERROR-FILE-ID AT 2226.
           DISPLAY "STATUS " AT 2236.
           DISPLAY WS-ERROR-STATUS AT 2243.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE THE PO FILE (AND THE VENDOR MASTER IF
      * IT WAS OPENED) BEFORE RETURNING TO THE MASTER MENU.
      ******************************************************************
       9000-TERMINATE.
           CLOSE POFILE.
           IF WS-VNDFILE-AVAILABLE
               CLOSE VNDFILE
           END-IF.
       9000-EXIT.
           EXIT.
       END PROGRAM PURCHORD.
