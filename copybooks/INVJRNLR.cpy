      * JOB REPLAYS THE DAY'S JOURNAL AGAINST THE PRIOR CLOSING
      * SNAPSHOT, ARCHIVES IT TO A DAILY GENERATION AND EMPTIES THE
      * LIVE DATASET, THE SAME CUTOVER AUDTARCH RUNS ON AUDTLOG.
      * JRNL-UNIT-COST IS THE UNIT COST THE MOVEMENT WAS VALUED AT
      * WHEN IT WAS POSTED - THE RECEIPT'S OWN COST (THE STANDING
      * AVERAGE WHEN NONE WAS KEYED), OR THE ITM-UNIT-COST AVERAGE
      * FOR AN ISSUE OR ADJUSTMENT - SO THE GLEXTR LEDGER EXTRACT
      * VALUES THE DAY'S MOVEMENTS AS THEY STOOD, NOT AS THE AVERAGE
      * STANDS WHEN THE EXTRACT RUNS. RECORDS JOURNALED BEFORE THE
      * FIELD WAS CARRIED HOLD SPACES THERE.
      ******************************************************************
       01  INVJRNL-RECORD.
           05  JRNL-ITEM-NO            PIC X(08).
           05  JRNL-TERM-ID            PIC X(08).
           05  JRNL-POST-DATE          PIC 9(08).
           05  JRNL-POST-TIME          PIC 9(08).
           05  JRNL-UNIT-COST          PIC 9(05)V99.
           05  FILLER                  PIC X(09).
