      * YEAR-END CLOSE PRINTS THE ANNUAL EARNINGS STATEMENT FROM
      * THE YTD FIELDS, ROLLS THEM INTO THE PRIOR-YEAR FIELDS
      * (EMP-PRIOR-YEAR SAYS WHICH YEAR THEY BELONG TO) AND ZEROES
      * THE YTD ACCUMULATORS FOR THE NEW YEAR. EMP-BANK-RETURN-SWITCH
      * IS SET BY THE BNKRECON BANK ACKNOWLEDGEMENT RECONCILIATION
      * WHEN THE BANK RETURNS THE EMPLOYEE'S DEPOSIT; WHILE IT IS SET
      * THE PAYROLL RUN PAYS THE EMPLOYEE BY HAND (REGISTER EXCEPTION)
      * INSTEAD OF THROUGH THE BANK EXTRACT. EMPADMIN CLEARS IT WHEN
      * THE BANK BRANCH OR ACCOUNT IS RE-KEYED.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-EMP-ID              PIC X(08).
           05  EMP-PRIOR-YR-TAX        PIC 9(07)V99.
           05  EMP-PRIOR-YR-SOCIAL     PIC 9(07)V99.
           05  EMP-PRIOR-YR-NET        PIC 9(07)V99.
           05  EMP-BANK-RETURN-SWITCH  PIC X(01).
               88  EMP-BANK-RETURNED           VALUE "R".
               88  EMP-BANK-NOT-RETURNED       VALUE "N" " ".
           05  FILLER                  PIC X(01).
