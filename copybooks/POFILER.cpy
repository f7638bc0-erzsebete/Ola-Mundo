      * QUANTITIES FORWARD - A PO CLOSES BY ITSELF WHEN FULLY
      * RECEIVED. PO-EXPECTED-DATE DRIVES THE EXPEDITING SECTION OF
      * THE REORDER REPORT (OPEN POS PAST THEIR EXPECTED DATE).
      * PO-VENDOR-ID AND PO-UNIT-PRICE ARE THE SUPPLIER AND PRICE THE
      * ORDER WAS RAISED AT (THE ITEM'S PREFERRED VENDOR AND LAST
      * QUOTED PRICE), AMENDABLE THROUGH PURCHORD. PO-PRINT-SWITCH
      * IS SET ONCE THE NIGHTLY POPRINT RUN HAS PRINTED THE ORDER ON
      * ITS VENDOR'S PURCHASE ORDER DOCUMENT; ANY PURCHORD AMENDMENT
      * CLEARS IT SO THE AMENDED ORDER IS SENT AGAIN. THE RECORD WAS
      * LENGTHENED FROM 56 TO 80 BYTES TO CARRY THEM (INVCONV CONVERTS
      * THE FILE).
      ******************************************************************
       01  PO-RECORD.
           05  PO-PO-NUMBER            PIC 9(06).
               88  PO-STATUS-CLOSED            VALUE "C".
           05  PO-ORDER-DATE           PIC 9(08).
           05  PO-EXPECTED-DATE        PIC 9(08).
           05  PO-VENDOR-ID            PIC X(06).
           05  PO-UNIT-PRICE           PIC 9(05)V99.
           05  PO-PRINT-SWITCH         PIC X(01).
               88  PO-DOC-PRINTED              VALUE "Y".
               88  PO-DOC-NOT-PRINTED          VALUE "N" " ".
           05  FILLER                  PIC X(21).
