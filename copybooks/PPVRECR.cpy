      ******************************************************************
      * PPVRECR - RECORD LAYOUT FOR THE PURCHASE PRICE VARIANCE FILE
      * (PPVFILE). ONE RECORD IS WRITTEN BY THE INVENTORY SUBSYSTEM
      * WHEN A COSTED RECEIPT IS MATCHED TO AN OPEN PURCHASE ORDER
      * AT A UNIT COST OTHER THAN THE PO-UNIT-PRICE THE ORDER WAS
      * RAISED AT. PPV-VARIANCE IS SIGNED: (RECEIPT COST LESS PO
      * PRICE) TIMES THE QUANTITY RECEIVED - POSITIVE WHEN THE GOODS
      * COST MORE THAN ORDERED. THE NIGHTLY PPVRPT JOB REPORTS THE
      * DAY'S VARIANCES BY VENDOR, ARCHIVES THEM TO A DAILY
      * GENERATION AND EMPTIES THE LIVE DATASET, THE SAME CUTOVER
      * INVRECON RUNS ON INVJRNL.
      ******************************************************************
       01  PPV-RECORD.
           05  PPV-VENDOR-ID           PIC X(06).
           05  PPV-PO-NUMBER           PIC 9(06).
           05  PPV-ITEM-NO             PIC X(08).
           05  PPV-RECEIVED-QTY        PIC 9(07).
           05  PPV-PO-PRICE            PIC 9(05)V99.
           05  PPV-RECEIPT-COST        PIC 9(05)V99.
           05  PPV-VARIANCE            PIC S9(09)V99.
           05  PPV-USER-ID             PIC X(08).
           05  PPV-POST-DATE           PIC 9(08).
           05  PPV-POST-TIME           PIC 9(08).
           05  FILLER                  PIC X(04).
