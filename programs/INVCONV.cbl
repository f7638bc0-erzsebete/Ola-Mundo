      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: ONE-TIME ITMFILE/POFILE RECORD CONVERSION. RUN ONCE,
      *          WITH THE ONLINE SYSTEM DOWN, WHEN CUTTING OVER TO
      *          VENDOR SOURCING: THE ITEM MASTER GROWS FROM 70 TO
      *          100 BYTES (PREFERRED VENDOR, QUOTED PRICE AND QUOTE
      *          DATE) AND THE PURCHASE ORDER FILE FROM 56 TO 80
      *          BYTES (VENDOR, UNIT PRICE AND PRINT SWITCH). THE
      *          INVCONV JOB UNLOADS BOTH CLUSTERS IN KEY ORDER,
      *          REDEFINES THEM AT THE NEW LENGTH, AND THIS PROGRAM
      *          RELOADS THEM FROM THE UNLOADS. EVERY EXISTING ITEM
      *          STARTS WITH NO PREFERRED VENDOR AND NO QUOTE UNTIL
      *          PURCHASING SOURCES IT THROUGH VENDADM. EVERY
      *          EXISTING PO IS CARRIED OVER WITH NO VENDOR OR PRICE
      *          AND MARKED PRINTED - IT WAS PLACED BY HAND BEFORE
      *          THE CUTOVER, SO THE FIRST POPRINT RUN MUST NOT SEND
      *          IT AGAIN.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONV.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDITEM ASSIGN TO OLDITEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDITEM-STATUS.
           SELECT OLDPO ASSIGN TO OLDPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDPO-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * OLDITEM AND OLDPO ARE THE PRE-CONVERSION LAYOUTS, KEPT HERE
      * ONLY FOR THE RELOAD.
      ******************************************************************
       FD  OLDITEM
           RECORDING MODE IS F.
       01  OLD-ITEM-RECORD.
           05  OLD-ITM-DATA            PIC X(66).
           05  FILLER                  PIC X(04).
       FD  OLDPO
           RECORDING MODE IS F.
       01  OLD-PO-RECORD.
           05  OLD-PO-DATA             PIC X(45).
           05  FILLER                  PIC X(11).
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       WORKING-STORAGE SECTION.
        77 WS-OLDITEM-STATUS PIC X(02).
        77 WS-OLDPO-STATUS PIC X(02).
        77 WS-ITMFILE-STATUS PIC X(02).
        77 WS-POFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-ITEM-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-OLDITEM VALUE "Y".
        77 WS-PO-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-OLDPO VALUE "Y".
        77 WS-ITEMS-CONVERTED PIC 9(07) VALUE ZERO.
        77 WS-POS-CONVERTED PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ITEMS THRU 2000-EXIT.
           PERFORM 3000-CONVERT-POS THRU 3000-EXIT.
           DISPLAY "INVCONV - ITEMS CONVERTED: " WS-ITEMS-CONVERTED.
           DISPLAY "INVCONV - POS CONVERTED:   " WS-POS-CONVERTED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE TWO UNLOADS AND LOAD THE NEWLY
      * DEFINED (EMPTY) CLUSTERS.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLDITEM.
           IF WS-OLDITEM-STATUS NOT = "00"
               MOVE "OLDITEM" TO WS-ERROR-FILE-ID
               MOVE WS-OLDITEM-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN INPUT OLDPO.
           IF WS-OLDPO-STATUS NOT = "00"
               MOVE "OLDPO" TO WS-ERROR-FILE-ID
               MOVE WS-OLDPO-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT POFILE.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-ITEMS - RELOAD THE ITEM MASTER AT 100 BYTES, NO
      * VENDOR AND NO QUOTE.
      ******************************************************************
       2000-CONVERT-ITEMS.
           PERFORM 2100-READ-OLDITEM THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE-ITEM THRU 2200-EXIT
               UNTIL WS-END-OF-OLDITEM.
       2000-EXIT.
           EXIT.

       2100-READ-OLDITEM.
           READ OLDITEM
               AT END
                   SET WS-END-OF-OLDITEM TO TRUE
           END-READ.
           IF WS-OLDITEM-STATUS NOT = "00" AND NOT WS-END-OF-OLDITEM
               MOVE "OLDITEM" TO WS-ERROR-FILE-ID
               MOVE WS-OLDITEM-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CONVERT-ONE-ITEM.
           MOVE SPACES TO ITEM-RECORD.
           MOVE OLD-ITM-DATA TO ITEM-RECORD (1:66).
           MOVE SPACES TO ITM-PREF-VENDOR-ID.
           MOVE ZERO TO ITM-QUOTED-PRICE.
           MOVE ZERO TO ITM-QUOTED-DATE.
           WRITE ITEM-RECORD.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-CONVERTED.
           PERFORM 2100-READ-OLDITEM THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONVERT-POS - RELOAD THE PURCHASE ORDER FILE AT 80
      * BYTES, NO VENDOR OR PRICE, ALREADY PRINTED.
      ******************************************************************
       3000-CONVERT-POS.
           PERFORM 3100-READ-OLDPO THRU 3100-EXIT.
           PERFORM 3200-CONVERT-ONE-PO THRU 3200-EXIT
               UNTIL WS-END-OF-OLDPO.
       3000-EXIT.
           EXIT.

       3100-READ-OLDPO.
           READ OLDPO
               AT END
                   SET WS-END-OF-OLDPO TO TRUE
           END-READ.
           IF WS-OLDPO-STATUS NOT = "00" AND NOT WS-END-OF-OLDPO
               MOVE "OLDPO" TO WS-ERROR-FILE-ID
               MOVE WS-OLDPO-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CONVERT-ONE-PO.
           MOVE SPACES TO PO-RECORD.
           MOVE OLD-PO-DATA TO PO-RECORD (1:45).
           MOVE SPACES TO PO-VENDOR-ID.
           MOVE ZERO TO PO-UNIT-PRICE.
           SET PO-DOC-PRINTED TO TRUE.
           WRITE PO-RECORD.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-POS-CONVERTED.
           PERFORM 3100-READ-OLDPO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. THE
      * UNLOADS ARE UNTOUCHED, SO A FAILED RUN IS RERUN FROM THE
      * REDEFINE STEP OF THE INVCONV JOB.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "INVCONV - FILE ERROR ON " WS-ERROR-FILE-ID
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
           CLOSE OLDITEM.
           CLOSE OLDPO.
           CLOSE ITMFILE.
           CLOSE POFILE.
       9000-EXIT.
           EXIT.
       END PROGRAM INVCONV.
