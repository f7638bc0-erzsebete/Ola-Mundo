      * RE-AVERAGED BY EVERY COSTED RECEIPT THE INVENTORY SUBSYSTEM
      * POSTS; ISSUES RELIEVE STOCK AT THIS AVERAGE AND THE
      * MONTH-END INVVALUE REPORT VALUES THE STOCKROOM FROM IT.
      * ITM-PREF-VENDOR-ID (A VNDFILE KEY) AND ITM-QUOTED-PRICE ARE
      * THE SUPPLIER AND LAST QUOTED UNIT PRICE INVREORD RAISES NEW
      * PURCHASE ORDERS AGAINST, SET BY THE VENDADM SUBSYSTEM ALONG
      * WITH THE DATE OF THE QUOTE. THE RECORD WAS LENGTHENED FROM
      * 70 TO 100 BYTES TO CARRY THEM (INVCONV CONVERTS THE FILE).
      ******************************************************************
       01  ITEM-RECORD.
           05  ITM-ITEM-NO             PIC X(08).
           05  ITM-REORDER-POINT       PIC 9(07).
           05  ITM-REORDER-QTY         PIC 9(07).
           05  ITM-UNIT-COST           PIC 9(05)V99.
           05  ITM-PREF-VENDOR-ID      PIC X(06).
           05  ITM-QUOTED-PRICE        PIC 9(05)V99.
           05  ITM-QUOTED-DATE         PIC 9(08).
           05  FILLER                  PIC X(13).
