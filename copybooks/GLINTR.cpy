      ******************************************************************
      * GLINTR - RECORD LAYOUT FOR THE GENERAL LEDGER INTERFACE FILE
      * (GLFILE) WRITTEN BY THE GLEXTR LEDGER EXTRACT. ONE BATCH PER
      * RUN: AN "H" HEADER, ONE "D" DETAIL PER JOURNAL LINE, AND A
      * "T" TRAILER. HEADER AND TRAILER CARRY THE SAME CONTROL
      * TOTALS - LINE COUNT, TOTAL DEBITS, TOTAL CREDITS - SO THE
      * LEDGER LOAD CAN PROVE THE BATCH ARRIVED WHOLE. GL-SOURCE
      * IS "PAY" (THE LIVE PAYROLL PASS) OR "INV" (THE DAY'S STOCK
      * MOVEMENTS); GL-BATCH-DATE IS THE BUSINESS DATE OF THE RUN.
      * GLEXTR NEVER RELEASES A BATCH WHOSE DEBITS AND CREDITS DO
      * NOT AGREE.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               88  GL-HEADER-REC               VALUE "H".
               88  GL-DETAIL-REC               VALUE "D".
               88  GL-TRAILER-REC              VALUE "T".
           05  GL-SOURCE               PIC X(03).
           05  GL-BATCH-DATE           PIC 9(08).
           05  GL-LINE-NO              PIC 9(05).
           05  GL-ACCOUNT              PIC X(10).
           05  GL-DR-CR                PIC X(01).
               88  GL-DEBIT                    VALUE "D".
               88  GL-CREDIT                   VALUE "C".
           05  GL-AMOUNT               PIC 9(09)V99.
           05  GL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(11).
       01  GL-CONTROL-RECORD.
           05  FILLER                  PIC X(12).
           05  GLC-LINE-COUNT          PIC 9(05).
           05  GLC-TOTAL-DEBITS        PIC 9(11)V99.
           05  GLC-TOTAL-CREDITS       PIC 9(11)V99.
           05  GLC-PERIOD-END          PIC 9(08).
           05  FILLER                  PIC X(29).
