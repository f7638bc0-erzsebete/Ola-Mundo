      ******************************************************************
      * LEAVBALR - RECORD LAYOUT FOR THE LEAVE BALANCE FILE
      * (LEAVEBAL). KEYED BY LVB-EMP-ID, THE SAME KEY AS EMPFILE.
      * ONE RECORD PER EMPLOYEE HOLDING THE VACATION AND SICK LEAVE
      * BALANCES IN HOURS. THE LIVE PAYROLL PASS CREATES THE RECORD
      * THE FIRST TIME IT PAYS THE EMPLOYEE, ADDS THE HOUSE ACCRUAL
      * EACH PERIOD AND TAKES OFF THE LEAVE HOURS PAID, SO THE
      * BALANCE PRINTED ON THE PAY ADVICE IS THE ONE ON FILE.
      * LVB-LAST-ACCRUAL-DATE IS THE PERIOD-ENDING DATE OF THE LAST
      * PERIOD APPLIED - A RERUN NEVER ACCRUES OR DEDUCTS TWICE. A
      * BALANCE CAN GO NEGATIVE WHEN LEAVE IS PAID AHEAD OF ACCRUAL;
      * THE PAY REGISTER FLAGS IT.
      ******************************************************************
       01  LEAVE-BALANCE-RECORD.
           05  LVB-EMP-ID              PIC X(08).
           05  LVB-VAC-BALANCE         PIC S9(04)V99.
           05  LVB-SICK-BALANCE        PIC S9(04)V99.
           05  LVB-LAST-ACCRUAL-DATE   PIC 9(08).
           05  FILLER                  PIC X(12).
