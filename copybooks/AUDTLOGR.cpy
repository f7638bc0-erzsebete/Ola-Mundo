      ******************************************************************
      * AUDTLOGR - RECORD LAYOUT FOR THE SIGN-ON AUDIT LOG (AUDTLOG)
      * ONE RECORD IS WRITTEN EVERY TIME HELLOWORLD IS RUN, AND ONE
      * PER ADMINISTRATIVE ACTION TAKEN THROUGH THE USERADM,
      * EMPADMIN, TAXMAINT, LEAVEADM, VENDADM OR SESSADM SUBSYSTEMS.
      * AUDT-EVENT-TYPE SAYS WHAT KIND OF EVENT THE RECORD IS;
      * AUDT-TARGET-USER IS THE ACCOUNT (OR EMPLOYEE, TAX TABLE
      * VERSION, VENDOR OR ITEM) ACTED ON BY AN ADMINISTRATIVE EVENT
      * (SPACES OTHERWISE). FOR A SECOND SIGN-ON REFUSED ("DS") IT IS
      * THE TERMINAL THE USER IS ALREADY ACTIVE AT; FOR A SESSION
      * FORCED OFF ("FO") IT IS THE USER WHOSE SESSION WAS ENDED.
      ******************************************************************
       01  AUDTLOG-RECORD.
           05  AUDT-TERM-ID            PIC X(08).
               88  AUDT-EVENT-EMP-ADD          VALUE "EA".
               88  AUDT-EVENT-EMP-CHANGE       VALUE "EC".
               88  AUDT-EVENT-EMP-TERM         VALUE "ET".
               88  AUDT-EVENT-TAX-ADD          VALUE "TA".
               88  AUDT-EVENT-TAX-CHANGE       VALUE "TC".
               88  AUDT-EVENT-LEAVE-REQUEST    VALUE "LR".
               88  AUDT-EVENT-LEAVE-APPROVE    VALUE "LA".
               88  AUDT-EVENT-LEAVE-REJECT     VALUE "LJ".
               88  AUDT-EVENT-VENDOR-ADD       VALUE "VA".
               88  AUDT-EVENT-VENDOR-CHANGE    VALUE "VC".
               88  AUDT-EVENT-ITEM-SOURCING    VALUE "VS".
               88  AUDT-EVENT-DUP-SIGNON       VALUE "DS".
               88  AUDT-EVENT-FORCED-OFF       VALUE "FO".
           05  AUDT-TARGET-USER        PIC X(08).
           05  FILLER                  PIC X(05).
