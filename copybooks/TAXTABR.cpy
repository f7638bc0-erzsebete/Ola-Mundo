      ******************************************************************
      * TAXTABR - RECORD LAYOUT FOR THE PAYROLL TAX TABLE FILE
      * (TAXTABLE). KEYED BY TAX-EFF-DATE. ONE RECORD PER TABLE
      * VERSION - THE RECORD IN FORCE FOR A PAY PERIOD IS THE ONE
      * WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE TIMEFILE
      * PERIOD-ENDING DATE, SO A NEW YEAR'S RATES ARE KEYED AHEAD OF
      * TIME AND TAKE OVER BY THEMSELVES. THE INCOME-TAX BRACKETS
      * ARE PER PAY PERIOD AND GRADUATED: EACH RATE APPLIES ONLY TO
      * THE SLICE OF GROSS BETWEEN THE PREVIOUS BRACKET'S UPPER
      * LIMIT AND ITS OWN. A ZERO UPPER LIMIT ENDS THE LIST; THE
      * TOP BRACKET CARRIES ALL NINES. TAX-SOCIAL-CEILING IS THE
      * ANNUAL CAP ON THE SOCIAL CONTRIBUTION TAKEN (ZERO = NO CAP)
      * - ONCE EMP-YTD-SOCIAL REACHES IT, NO MORE IS DEDUCTED THAT
      * YEAR. MAINTAINED FROM A SCREEN BY THE TAXMAINT SUBSYSTEM.
      ******************************************************************
       01  TAX-TABLE-RECORD.
           05  TAX-EFF-DATE            PIC 9(08).
           05  TAX-VERSION             PIC X(08).
           05  TAX-BRACKET OCCURS 5 TIMES.
               10  TAX-BRACKET-LIMIT   PIC 9(07)V99.
               10  TAX-BRACKET-RATE    PIC V999.
           05  TAX-SOCIAL-RATE         PIC V999.
           05  TAX-SOCIAL-CEILING      PIC 9(07)V99.
           05  TAX-MAINT-USER-ID       PIC X(08).
           05  TAX-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(16).
