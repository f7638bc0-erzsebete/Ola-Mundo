      ******************************************************************
      * RPPROPR - RECORD LAYOUT FOR THE REORDER PROPOSAL FILE
      * (RPPROP), WRITTEN BY THE MONTHLY INVUSAGE USAGE ANALYSIS -
      * ONE RECORD PER ITEM WHOSE PROPOSED REORDER POINT OR REORDER
      * QUANTITY DIFFERS FROM WHAT ITMFILE CARRIES TODAY. IT HOLDS
      * THE VALUES THE PROPOSAL WAS WORKED FROM (CURRENT), THE NEW
      * VALUES, AND THE USAGE FIGURES BEHIND THEM. NOTHING CHANGES
      * ON ITMFILE UNTIL PURCHASING SIGNS THE PROPOSAL REPORT OFF
      * AND THE INVRPUPD APPLY RUN READS THIS FILE; AN ITEM WHOSE
      * ITMFILE VALUES NO LONGER MATCH RPP-CUR-... BY THEN IS LEFT
      * ALONE.
      ******************************************************************
       01  REORDER-PROPOSAL-RECORD.
           05  RPP-ITEM-NO             PIC X(08).
           05  RPP-CUR-REORDER-POINT   PIC 9(07).
           05  RPP-CUR-REORDER-QTY     PIC 9(07).
           05  RPP-NEW-REORDER-POINT   PIC 9(07).
           05  RPP-NEW-REORDER-QTY     PIC 9(07).
           05  RPP-AVG-DAILY-ISSUE     PIC 9(05)V9999.
           05  RPP-ISSUE-STD-DEV       PIC 9(05)V9999.
           05  RPP-LEAD-DAYS           PIC 9(03).
           05  RPP-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(15).
