      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: NIGHTLY PURCHASE ORDER PRINT. RUNS AFTER THE
      *          INVREORD REORDER RUN HAS RAISED THE DAY'S ORDERS
      *          AND PRINTS ONE PURCHASE ORDER DOCUMENT PER VENDOR
      *          (PODOCS) CARRYING EVERY OPEN PO NOT YET SENT TO
      *          THAT VENDOR - THE ORDERS RAISED TODAY AND ANY
      *          AMENDED THROUGH PURCHORD SINCE THEY WERE LAST
      *          PRINTED. EACH DOCUMENT STARTS ON A NEW PAGE, IS
      *          ADDRESSED FROM THE VNDFILE VENDOR MASTER AND IS
      *          PRINTED IN THE VENDOR'S OWN LANGUAGE (EN/PT, THE
      *          SAME LABEL-TABLE CONVENTION AS THE PAY ADVICE).
      *          EVERY PO PRINTED IS MARKED SO ON POFILE. A PO WITH
      *          NO VENDOR, OR WHOSE VENDOR IS NOT ON FILE OR IS
      *          INACTIVE, IS HELD - LEFT UNPRINTED - AND LISTED ON
      *          THE RPTFILE CONTROL REPORT FOR PURCHASING TO SOURCE
      *          THROUGH VENDADM/PURCHORD; IT PRINTS THE NEXT NIGHT
      *          AFTER THAT. THE STEP ENDS CC 4 WHEN ANYTHING IS
      *          HELD.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRINT.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT PODOCS ASSIGN TO PODOCS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODOCS-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POFILE
           RECORDING MODE IS F.
           COPY POFILER.
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  PODOCS
           RECORDING MODE IS F.
       01  PODOCS-PRINT-LINE           PIC X(132).
       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
        77 WS-POFILE-STATUS PIC X(02).
        77 WS-VNDFILE-STATUS PIC X(02).
        77 WS-ITMFILE-STATUS PIC X(02).
        77 WS-PODOCS-STATUS PIC X(02).
        77 WS-RPTFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-PO-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-POFILE VALUE "Y".
        77 WS-VNDFILE-SWITCH PIC X(01) VALUE "N".
            88 WS-VNDFILE-AVAILABLE VALUE "Y".
        77 WS-VENDOR-OK-SWITCH PIC X(01) VALUE "N".
            88 WS-VENDOR-OK VALUE "Y".
        77 WS-HOLD-REASON PIC X(30) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LINE-COUNT PIC 9(02) COMP VALUE 99.
        77 WS-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-DOC-LINE-COUNT PIC 9(02) COMP VALUE ZERO.
        77 WS-DOC-PAGE-LIMIT PIC 9(02) COMP VALUE 55.
        77 WS-DOC-PAGE-COUNT PIC 9(03) COMP VALUE ZERO.
        77 WS-PRT-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-GRP-SUB PIC 9(03) COMP VALUE ZERO.
        77 WS-CURRENT-VENDOR PIC X(06) VALUE SPACES.
        77 WS-LINE-AMOUNT PIC 9(11)V99 VALUE ZERO.
        77 WS-DOC-TOTAL PIC 9(11)V99 VALUE ZERO.
        77 WS-POS-PRINTED PIC 9(05) VALUE ZERO.
        77 WS-POS-HELD PIC 9(05) VALUE ZERO.
        77 WS-DOCS-PRINTED PIC 9(05) VALUE ZERO.
        77 WS-BUS-DATE-X PIC X(08) VALUE SPACES.
        01 WS-PRINT-TABLE-AREA.
           05  WS-PRT-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-PRT-MAX-ENTRIES      PIC 9(03) COMP VALUE 500.
           05  WS-PRT-ENTRY OCCURS 500 TIMES.
               10  PRT-PO-NUMBER       PIC 9(06).
               10  PRT-VENDOR-ID       PIC X(06).
               10  PRT-DONE-SWITCH     PIC X(01).
                   88  PRT-DONE                VALUE "Y".
        01 WS-DOC-LABEL-DATA.
           05  FILLER                  PIC X(02) VALUE "EN".
           05  FILLER                  PIC X(30) VALUE
               "PURCHASE ORDER".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TO".
           05  FILLER                  PIC X(10) VALUE "CONTACT".
           05  FILLER                  PIC X(10) VALUE "PAGE".
           05  FILLER                  PIC X(20) VALUE
               "ORDER TOTAL".
           05  FILLER                  PIC X(50) VALUE
               "PO      ITEM      DESCRIPTION".
           05  FILLER                  PIC X(50) VALUE
               " QUANTITY UNIT PRICE          AMOUNT  DELIVER BY".
           05  FILLER                  PIC X(02) VALUE "PT".
           05  FILLER                  PIC X(30) VALUE
               "ORDEM DE COMPRA".
           05  FILLER                  PIC X(10) VALUE "DATA".
           05  FILLER                  PIC X(10) VALUE "PARA".
           05  FILLER                  PIC X(10) VALUE "CONTATO".
           05  FILLER                  PIC X(10) VALUE "PAGINA".
           05  FILLER                  PIC X(20) VALUE
               "TOTAL DO PEDIDO".
           05  FILLER                  PIC X(50) VALUE
               "PEDIDO  ITEM      DESCRICAO".
           05  FILLER                  PIC X(50) VALUE
               "     QTDE PRECO UNIT           VALOR  ENTREGA".
        01 WS-DOC-LABEL-TABLE REDEFINES WS-DOC-LABEL-DATA.
           05  WS-DOC-ENTRY OCCURS 2 TIMES
                   INDEXED BY WS-DOC-IDX.
               10  WS-DOC-LANG             PIC X(02).
               10  WS-DOC-TITLE            PIC X(30).
               10  WS-DOC-DATE             PIC X(10).
               10  WS-DOC-TO               PIC X(10).
               10  WS-DOC-CONTACT          PIC X(10).
               10  WS-DOC-PAGE             PIC X(10).
               10  WS-DOC-TOTAL-LBL        PIC X(20).
               10  WS-DOC-COL-HEAD         PIC X(100).
        01 WS-DOC-TITLE-LINE.
           05  DTL-TITLE               PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               "  - OLA MUNDO ".
           05  DTL-DATE-LBL            PIC X(10).
           05  DTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-PAGE-LBL            PIC X(10).
           05  DTL-PAGE                PIC ZZ9.
        01 WS-DOC-ADDRESS-LINE.
           05  DAL-LABEL               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-TEXT                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DAL-EXTRA               PIC X(15).
        01 WS-DOC-DETAIL-LINE.
           05  DDL-PO-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-ITEM-NO             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-ORDER-QTY           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-UNIT-PRICE          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-EXPECTED-DATE       PIC 9(08).
        01 WS-DOC-TOTAL-LINE.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  DTT-LABEL               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "OLA MUNDO - PURCHASE ORDER PRINT".
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HL1-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  HL1-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  PAGE".
           05  HL1-PAGE                PIC ZZZ9.
        01 WS-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "PO".
           05  FILLER                  PIC X(08) VALUE "VENDOR".
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(11) VALUE
               "    ORDERED".
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(30) VALUE
               "  ACTION".
        01 WS-DETAIL-LINE.
           05  DL-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ITEM-NO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ORDER-QTY            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(30).
        01 WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               "DOCUMENTS PRINTED:".
           05  TL-DOCS-PRINTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   POS PRINTED:".
           05  TL-POS-PRINTED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   POS HELD:".
           05  TL-POS-HELD             PIC ZZ,ZZ9.
        01 WS-NONE-LINE.
           05  FILLER                  PIC X(40) VALUE
               "NO PURCHASE ORDERS WAITING TO PRINT".
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           COPY CYCCOMM.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 0100-REGISTER-CYCLE-START THRU 0100-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-UNPRINTED-POS THRU 2000-EXIT.
           PERFORM 3000-PRINT-VENDOR-GROUP THRU 3000-EXIT
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > WS-PRT-COUNT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9100-REGISTER-CYCLE-END THRU 9100-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-POS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 0100-REGISTER-CYCLE-START - REGISTER THE RUN ON THE CYCFILE
      * CYCLE CONTROL FILE THROUGH CYCCTL BEFORE ANY WORK. THE
      * ORDERS ARE ONLY COMPLETE ONCE INVREORD HAS FINISHED FOR THE
      * BUSINESS DATE, SO IT IS THE PREDECESSOR. THE BUSINESS DATE
      * COMES FROM THE BUSDATE ENVAR, DEFAULTING TO TODAY.
      ******************************************************************
       0100-REGISTER-CYCLE-START.
           ACCEPT WS-BUS-DATE-X FROM ENVIRONMENT "BUSDATE".
           MOVE "S" TO CYC-CTL-FUNCTION.
           MOVE "N" TO CYC-CTL-FORCE.
           MOVE "POPRINT" TO CYC-CTL-JOB-NAME.
           MOVE "INVREORD" TO CYC-CTL-PRED-NAME.
           IF WS-BUS-DATE-X NUMERIC
               MOVE WS-BUS-DATE-X TO CYC-CTL-BUS-DATE
           ELSE
               MOVE ZERO TO CYC-CTL-BUS-DATE
           END-IF.
           CALL "CYCCTL" USING CYC-CTL-AREA.
           IF NOT CYC-CTL-OK
               DISPLAY "POPRINT - CYCLE CONTROL REFUSED START - "
                   CYC-CTL-RETURN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE PO FILE FOR UPDATE, THE VENDOR AND
      * ITEM MASTERS FOR LOOKUP, AND THE TWO PRINT FILES. A VENDOR
      * MASTER NOT YET CREATED JUST MEANS EVERY ORDER IS HELD.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN I-O POFILE.
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
           OPEN INPUT ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT PODOCS.
           IF WS-PODOCS-STATUS NOT = "00"
               MOVE "PODOCS" TO WS-ERROR-FILE-ID
               MOVE WS-PODOCS-STATUS TO WS-ERROR-STATUS
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
      * 2000-LOAD-UNPRINTED-POS - ONE PASS OVER THE PO FILE: EVERY
      * OPEN PO NOT YET PRINTED GOES INTO THE PRINT TABLE WITH ITS
      * VENDOR, IN PO NUMBER ORDER.
      ******************************************************************
       2000-LOAD-UNPRINTED-POS.
           MOVE "N" TO WS-PO-EOF-SWITCH.
           MOVE ZERO TO PO-PO-NUMBER.
           START POFILE KEY NOT < PO-PO-NUMBER
               INVALID KEY
                   SET WS-END-OF-POFILE TO TRUE
           END-START.
           IF NOT WS-END-OF-POFILE
               PERFORM 2100-READ-POFILE-NEXT THRU 2100-EXIT
           END-IF.
           PERFORM 2200-LOAD-PO-ENTRY THRU 2200-EXIT
               UNTIL WS-END-OF-POFILE.
       2000-EXIT.
           EXIT.

       2100-READ-POFILE-NEXT.
           READ POFILE NEXT RECORD
               AT END
                   SET WS-END-OF-POFILE TO TRUE
           END-READ.
           IF WS-POFILE-STATUS NOT = "00" AND NOT WS-END-OF-POFILE
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-PO-ENTRY.
           IF PO-STATUS-OPEN AND NOT PO-DOC-PRINTED
               IF WS-PRT-COUNT >= WS-PRT-MAX-ENTRIES
                   MOVE "POFILE" TO WS-ERROR-FILE-ID
                   MOVE "OF" TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
               ADD 1 TO WS-PRT-COUNT
               MOVE PO-PO-NUMBER TO PRT-PO-NUMBER (WS-PRT-COUNT)
               MOVE PO-VENDOR-ID TO PRT-VENDOR-ID (WS-PRT-COUNT)
               MOVE "N" TO PRT-DONE-SWITCH (WS-PRT-COUNT)
           END-IF.
           PERFORM 2100-READ-POFILE-NEXT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-VENDOR-GROUP - THE FIRST ORDER NOT YET DEALT WITH
      * STARTS A VENDOR GROUP: THE VENDOR IS LOOKED UP ONCE, THEN
      * EVERY ORDER FOR THE SAME VENDOR FROM HERE DOWN THE TABLE IS
      * EITHER PRINTED ON THAT VENDOR'S DOCUMENT OR HELD. ORDERS
      * ALREADY DEALT WITH BY AN EARLIER GROUP ARE SKIPPED.
      ******************************************************************
       3000-PRINT-VENDOR-GROUP.
           IF PRT-DONE (WS-PRT-SUB)
               GO TO 3000-EXIT
           END-IF.
           MOVE PRT-VENDOR-ID (WS-PRT-SUB) TO WS-CURRENT-VENDOR.
           PERFORM 3100-RESOLVE-VENDOR THRU 3100-EXIT.
           IF WS-VENDOR-OK
               PERFORM 4000-START-DOCUMENT THRU 4000-EXIT
           END-IF.
           PERFORM 3200-PROCESS-GROUP-ENTRY THRU 3200-EXIT
               VARYING WS-GRP-SUB FROM WS-PRT-SUB BY 1
               UNTIL WS-GRP-SUB > WS-PRT-COUNT.
           IF WS-VENDOR-OK
               PERFORM 4300-END-DOCUMENT THRU 4300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RESOLVE-VENDOR - A GROUP PRINTS ONLY FOR A VENDOR ON
      * FILE AND ACTIVE; OTHERWISE THE REASON IS KEPT FOR THE HELD
      * LINES ON THE CONTROL REPORT.
      ******************************************************************
       3100-RESOLVE-VENDOR.
           MOVE "N" TO WS-VENDOR-OK-SWITCH.
           IF WS-CURRENT-VENDOR = SPACES
               MOVE "HELD - NO VENDOR ON PO" TO WS-HOLD-REASON
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-VNDFILE-AVAILABLE
               MOVE "HELD - VENDOR NOT ON FILE" TO WS-HOLD-REASON
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CURRENT-VENDOR TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   MOVE "HELD - VENDOR NOT ON FILE" TO WS-HOLD-REASON
                   GO TO 3100-EXIT
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF NOT VND-ACTIVE
               MOVE "HELD - VENDOR INACTIVE" TO WS-HOLD-REASON
               GO TO 3100-EXIT
           END-IF.
           SET WS-VENDOR-OK TO TRUE.
       3100-EXIT.
           EXIT.

       3200-PROCESS-GROUP-ENTRY.
           IF PRT-DONE (WS-GRP-SUB)
               OR PRT-VENDOR-ID (WS-GRP-SUB) NOT = WS-CURRENT-VENDOR
               GO TO 3200-EXIT
           END-IF.
           MOVE "Y" TO PRT-DONE-SWITCH (WS-GRP-SUB).
           MOVE PRT-PO-NUMBER (WS-GRP-SUB) TO PO-PO-NUMBER.
           READ POFILE
               INVALID KEY
                   MOVE "23" TO WS-POFILE-STATUS
           END-READ.
           IF WS-POFILE-STATUS NOT = "00"
               MOVE "POFILE" TO WS-ERROR-FILE-ID
               MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF PO-UNIT-PRICE NOT NUMERIC
               MOVE ZERO TO PO-UNIT-PRICE
           END-IF.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               PO-ORDER-QTY * PO-UNIT-PRICE.
           MOVE PO-PO-NUMBER TO DL-PO-NUMBER.
           MOVE PO-VENDOR-ID TO DL-VENDOR-ID.
           MOVE PO-ITEM-NO TO DL-ITEM-NO.
           MOVE PO-ORDER-QTY TO DL-ORDER-QTY.
           MOVE WS-LINE-AMOUNT TO DL-AMOUNT.
           IF WS-VENDOR-OK
               PERFORM 4100-PRINT-ORDER-LINE THRU 4100-EXIT
               SET PO-DOC-PRINTED TO TRUE
               REWRITE PO-RECORD
               IF WS-POFILE-STATUS NOT = "00"
                   MOVE "POFILE" TO WS-ERROR-FILE-ID
                   MOVE WS-POFILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
               ADD 1 TO WS-POS-PRINTED
               MOVE "PRINTED" TO DL-ACTION
           ELSE
               ADD 1 TO WS-POS-HELD
               MOVE WS-HOLD-REASON TO DL-ACTION
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-START-DOCUMENT - NEW PAGE FOR THE VENDOR: TITLE, DATE,
      * THE ADDRESS BLOCK AND CONTACT, IN THE VENDOR'S LANGUAGE
      * (ANYTHING BUT A LANGUAGE ON THE LABEL TABLE PRINTS IN EN).
      ******************************************************************
       4000-START-DOCUMENT.
           SET WS-DOC-IDX TO 1.
           SEARCH WS-DOC-ENTRY
               AT END
                   SET WS-DOC-IDX TO 1
               WHEN WS-DOC-LANG (WS-DOC-IDX) = VND-LANGUAGE-CODE
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-DOCS-PRINTED.
           MOVE ZERO TO WS-DOC-TOTAL.
           MOVE ZERO TO WS-DOC-PAGE-COUNT.
           PERFORM 4200-PRINT-DOC-HEADING THRU 4200-EXIT.
           MOVE WS-DOC-TO (WS-DOC-IDX) TO DAL-LABEL.
           MOVE VND-NAME TO DAL-TEXT.
           MOVE VND-VENDOR-ID TO DAL-EXTRA.
           PERFORM 4400-WRITE-ADDRESS-LINE THRU 4400-EXIT.
           MOVE SPACES TO DAL-LABEL.
           MOVE SPACES TO DAL-EXTRA.
           MOVE VND-ADDRESS-LINE-1 TO DAL-TEXT.
           PERFORM 4400-WRITE-ADDRESS-LINE THRU 4400-EXIT.
           MOVE VND-ADDRESS-LINE-2 TO DAL-TEXT.
           PERFORM 4400-WRITE-ADDRESS-LINE THRU 4400-EXIT.
           MOVE VND-ADDRESS-LINE-3 TO DAL-TEXT.
           PERFORM 4400-WRITE-ADDRESS-LINE THRU 4400-EXIT.
           MOVE WS-DOC-CONTACT (WS-DOC-IDX) TO DAL-LABEL.
           MOVE VND-CONTACT-NAME TO DAL-TEXT.
           MOVE VND-CONTACT-PHONE TO DAL-EXTRA.
           PERFORM 4400-WRITE-ADDRESS-LINE THRU 4400-EXIT.
           WRITE PODOCS-PRINT-LINE FROM WS-DOC-COL-HEAD (WS-DOC-IDX)
               AFTER ADVANCING 2 LINES.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
           ADD 2 TO WS-DOC-LINE-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-ORDER-LINE - ONE LINE PER PO ON THE VENDOR'S
      * DOCUMENT: PO, ITEM, DESCRIPTION FROM THE ITEM MASTER, ORDER
      * QUANTITY, PRICE, AMOUNT AND THE DATE IT IS WANTED BY. A LONG
      * DOCUMENT CONTINUES ON A NEW PAGE UNDER THE SAME HEADINGS.
      ******************************************************************
       4100-PRINT-ORDER-LINE.
           MOVE PO-ITEM-NO TO ITM-ITEM-NO.
           READ ITMFILE
               INVALID KEY
                   MOVE SPACES TO ITM-DESCRIPTION
           END-READ.
           IF WS-ITMFILE-STATUS NOT = "00"
               AND WS-ITMFILE-STATUS NOT = "23"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF WS-DOC-LINE-COUNT > WS-DOC-PAGE-LIMIT
               PERFORM 4200-PRINT-DOC-HEADING THRU 4200-EXIT
               WRITE PODOCS-PRINT-LINE
                   FROM WS-DOC-COL-HEAD (WS-DOC-IDX)
                   AFTER ADVANCING 2 LINES
               PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT
               ADD 2 TO WS-DOC-LINE-COUNT
           END-IF.
           MOVE PO-PO-NUMBER TO DDL-PO-NUMBER.
           MOVE PO-ITEM-NO TO DDL-ITEM-NO.
           MOVE ITM-DESCRIPTION TO DDL-DESCRIPTION.
           MOVE PO-ORDER-QTY TO DDL-ORDER-QTY.
           MOVE PO-UNIT-PRICE TO DDL-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT TO DDL-AMOUNT.
           MOVE PO-EXPECTED-DATE TO DDL-EXPECTED-DATE.
           WRITE PODOCS-PRINT-LINE FROM WS-DOC-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
           ADD 1 TO WS-DOC-LINE-COUNT.
           ADD WS-LINE-AMOUNT TO WS-DOC-TOTAL.
       4100-EXIT.
           EXIT.

       4200-PRINT-DOC-HEADING.
           ADD 1 TO WS-DOC-PAGE-COUNT.
           MOVE WS-DOC-PAGE-COUNT TO DTL-PAGE.
           MOVE WS-DOC-TITLE (WS-DOC-IDX) TO DTL-TITLE.
           MOVE WS-DOC-DATE (WS-DOC-IDX) TO DTL-DATE-LBL.
           MOVE WS-RUN-DATE TO DTL-RUN-DATE.
           MOVE WS-DOC-PAGE (WS-DOC-IDX) TO DTL-PAGE-LBL.
           WRITE PODOCS-PRINT-LINE FROM WS-DOC-TITLE-LINE
               AFTER ADVANCING PAGE.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
           MOVE SPACES TO PODOCS-PRINT-LINE.
           WRITE PODOCS-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
           MOVE 2 TO WS-DOC-LINE-COUNT.
       4200-EXIT.
           EXIT.

       4300-END-DOCUMENT.
           MOVE WS-DOC-TOTAL-LBL (WS-DOC-IDX) TO DTT-LABEL.
           MOVE WS-DOC-TOTAL TO DTT-AMOUNT.
           WRITE PODOCS-PRINT-LINE FROM WS-DOC-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

       4400-WRITE-ADDRESS-LINE.
           WRITE PODOCS-PRINT-LINE FROM WS-DOC-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 4500-CHECK-PODOCS THRU 4500-EXIT.
           ADD 1 TO WS-DOC-LINE-COUNT.
       4400-EXIT.
           EXIT.

       4500-CHECK-PODOCS.
           IF WS-PODOCS-STATUS NOT = "00"
               MOVE "PODOCS" TO WS-ERROR-FILE-ID
               MOVE WS-PODOCS-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-TOTALS - CONTROL REPORT SUMMARY, PLUS A "NOTHING
      * TO PRINT" LINE ON THE QUIET NIGHTS SO AN EMPTY REPORT IS
      * CLEARLY EMPTY ON PURPOSE.
      ******************************************************************
       6000-PRINT-TOTALS.
           IF WS-PRT-COUNT = ZERO
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE WS-DOCS-PRINTED TO TL-DOCS-PRINTED.
           MOVE WS-POS-PRINTED TO TL-POS-PRINTED.
           MOVE WS-POS-HELD TO TL-POS-HELD.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-REPORT-LINE - ALL CONTROL REPORT OUTPUT FUNNELS
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
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "POPRINT - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING BEFORE ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           CLOSE POFILE.
           IF WS-VNDFILE-AVAILABLE
               CLOSE VNDFILE
           END-IF.
           CLOSE ITMFILE.
           CLOSE PODOCS.
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
               DISPLAY "POPRINT - CYCLE CONTROL END FAILED - "
                   CYC-CTL-RETURN
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM POPRINT.
