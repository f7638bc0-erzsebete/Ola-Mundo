      ******************************************************************
      * INVSNAPR - RECORD LAYOUT FOR THE INVSNAP CLOSING SNAPSHOT
      * GENERATIONS CUT EACH NIGHT BY INVRECON FROM THE ITMFILE ITEM
      * MASTER AS IT STANDS AFTER THE DAY'S RECONCILIATION. ONE
      * RECORD PER ITEM IN ITEM ORDER. THE FIRST SIXTEEN BYTES ARE
      * THE ITEM AND CLOSING BALANCE THE NEXT NIGHT RECONCILES FROM;
      * SNAP-ITEM-IMAGE CARRIES THE WHOLE ITEM-RECORD (ITMFILER) AT
      * THE CLOSE SO THE INVRCVR FORWARD RECOVERY CAN RELOAD THE
      * MASTER FROM ANY GENERATION AND REPLAY THE INVJARCH JOURNAL
      * ARCHIVES CUT AFTER IT. GENERATIONS CUT BEFORE THE IMAGE WAS
      * CARRIED (16-BYTE RECORDS, WIDENED WITH SPACES) HOLD SPACES
      * THERE AND CANNOT BE RECOVERED FROM.
      ******************************************************************
       01  INVSNAP-RECORD.
           05  SNAP-ITEM-NO            PIC X(08).
           05  SNAP-ON-HAND            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SNAP-ITEM-IMAGE         PIC X(100).
