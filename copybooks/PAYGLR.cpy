      ******************************************************************
      * PAYGLR - RECORD LAYOUT FOR THE PAYROLL LEDGER FEED (PAYGL)
      * WRITTEN BY THE LIVE PAYROLL GROSS-TO-NET PASS. ONE RECORD
      * PER EMPLOYEE PAID, CARRYING THE DEPARTMENT AND THE GROSS,
      * TAX, SOCIAL AND NET JUST PAID, AND WHETHER THE NET WENT TO
      * THE BANK ON BANKFILE OR IS TO BE PAID BY HAND (NO BANK
      * DETAILS ON THE MASTER). THE GLEXTR LEDGER EXTRACT POSTS
      * WAGE EXPENSE BY DEPARTMENT AND THE PAYABLES FROM IT, AND
      * PROVES THE BANK-PAID NET AGAINST THE BANKFILE TOTAL.
      ******************************************************************
       01  PAY-GL-RECORD.
           05  PGL-EMP-ID              PIC X(08).
           05  PGL-DEPT-CODE           PIC X(04).
           05  PGL-PERIOD-END          PIC 9(08).
           05  PGL-GROSS               PIC 9(07)V99.
           05  PGL-TAX                 PIC 9(07)V99.
           05  PGL-SOCIAL              PIC 9(07)V99.
           05  PGL-NET                 PIC 9(07)V99.
           05  PGL-PAY-METHOD          PIC X(01).
               88  PGL-PAID-BY-BANK            VALUE "B".
               88  PGL-PAID-MANUALLY           VALUE "M".
           05  FILLER                  PIC X(23).
