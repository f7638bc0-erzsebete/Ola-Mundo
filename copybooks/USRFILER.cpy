      * (USRFILE). KEYED BY USR-USER-ID. USR-AUTH-PROFILE IS THE LIST
      * OF MENU TRANSACTION CODES THE OPERATOR MAY DISPATCH, ONE CODE
      * PER BYTE, SPACE-FILLED - E.G. "129" AUTHORIZES PAYROLL,
      * INVENTORY AND THE REGISTRY REPORT. SIXTEEN BYTES, ROOM FOR
      * EVERY TRAN IN THE DL100SUB DISPATCH TABLE WITH SOME TO SPARE
      * (THE RECORD GREW FROM 68 TO 80 BYTES FOR IT - SEE THE USRCONV
      * CONVERSION). USR-PWD-CHANGED-DATE IS
      * THE DATE THE PASSWORD WAS LAST SET; SIGN-ON FORCES A CHANGE
      * ONCE IT IS MORE THAN 90 DAYS OLD, AND ZERO MEANS "NEVER
      * CHANGED" (A NEW ACCOUNT MUST SET ITS OWN PASSWORD AT FIRST
           05  USR-BAD-ATTEMPT-COUNT   PIC 9(02) COMP.
           05  USR-FULL-NAME           PIC X(30).
           05  USR-LANGUAGE-CODE       PIC X(02).
           05  USR-AUTH-PROFILE        PIC X(16).
           05  USR-PWD-CHANGED-DATE    PIC 9(08).
           05  FILLER                  PIC X(05).
