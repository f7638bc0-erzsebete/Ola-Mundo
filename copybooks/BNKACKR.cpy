      ******************************************************************
      * BNKACKR - RECORD LAYOUT FOR THE BANK'S ACKNOWLEDGEMENT AND
      * RETURN FILE (BANKACK), RECEIVED BACK FROM THE BANK SOME DAYS
      * AFTER EACH BANKFILE PAYMENT EXTRACT IS SENT. ONE RECORD PER
      * DEPOSIT THE BANK PROCESSED, ECHOING THE EMPLOYEE, ACCOUNT,
      * AMOUNT AND PERIOD-ENDING DATE OF THE BANKFILE RECORD IT
      * ANSWERS, WITH "A" (ACCEPTED) OR "R" (RETURNED) AND, FOR A
      * RETURN, THE BANK'S OWN REASON CODE AND TEXT (ACCOUNT CLOSED,
      * INVALID BRANCH, ...). AMOUNTS FOLLOW THE SAME SUBMISSION SPEC
      * AS BNK-NET-PAY. READ BY THE BNKRECON RECONCILIATION.
      ******************************************************************
       01  BANK-ACK-RECORD.
           05  ACK-EMP-ID              PIC X(08).
           05  ACK-BANK-BRANCH         PIC X(08).
           05  ACK-BANK-ACCOUNT        PIC X(12).
           05  ACK-NET-PAY             PIC 9(07)V99.
           05  ACK-PERIOD-END          PIC 9(08).
           05  ACK-STATUS              PIC X(01).
               88  ACK-ACCEPTED                VALUE "A".
               88  ACK-RETURNED                VALUE "R".
           05  ACK-RETURN-CODE         PIC X(04).
           05  ACK-RETURN-REASON       PIC X(30).
