      *                   PRINTS THE PAY ADVICE IN THE EMPLOYEE'S
      *                   LANGUAGE AND WRITES THE BANK PAYMENT
      *                   EXTRACT FROM THESE FIELDS.
      *   2026-10-15 EAM  RE-KEYING THE BANK BRANCH OR ACCOUNT ON THE
      *                   CHANGE SCREEN CLEARS THE BANK-RETURNED FLAG
      *                   BNKRECON SETS, SO THE NEXT PAYROLL RUN SENDS
      *                   THE EMPLOYEE TO THE BANK AGAIN. THE CHANGE
      *                   SCREEN SHOWS THE FLAG WHILE IT IS SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPADMIN.
      ******************************************************************
      * 4000-CHANGE-EMPLOYEE - CHANGE THE HOURLY RATE AND/OR THE
      * DEPARTMENT WITH AN EFFECTIVE DATE. A ZERO RATE OR BLANK
      * DEPARTMENT REPLY LEAVES THE FIELD AS IT STANDS. NEW BANK
      * DETAILS CLEAR THE BANK-RETURNED FLAG.
      ******************************************************************
       4000-CHANGE-EMPLOYEE.
           PERFORM 6000-ACCEPT-TARGET-EMP THRU 6000-EXIT.
           END-IF.
           PERFORM 6400-ACCEPT-EFF-DATE THRU 6400-EXIT.
           MOVE WS-ENTERED-EFF-DATE TO EMP-RATE-EFF-DATE.
           IF EMP-BANK-RETURNED
               DISPLAY "BANK RETURNED LAST DEPOSIT - RE-KEY BANK "
                   "DETAILS TO CLEAR" AT 1601 WITH ERASE EOL
           END-IF.
           MOVE SPACES TO WS-ENTERED-BRANCH.
           DISPLAY "NEW BANK BRANCH (BLANK=KEEP):" AT 1301
               WITH ERASE EOL.
           IF WS-ENTERED-ACCOUNT NOT = SPACES
               MOVE WS-ENTERED-ACCOUNT TO EMP-BANK-ACCOUNT
           END-IF.
           IF WS-ENTERED-BRANCH NOT = SPACES
               OR WS-ENTERED-ACCOUNT NOT = SPACES
               SET EMP-BANK-NOT-RETURNED TO TRUE
           END-IF.
           PERFORM 6200-REWRITE-TARGET-EMP THRU 6200-EXIT.
           MOVE "EC" TO WS-EVENT-TYPE.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
