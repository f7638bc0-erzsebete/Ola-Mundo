      * BOTH ALWAYS AGREE ON WHAT IS REGISTERED. DL100-SUBSYS-COUNT
      * MUST MATCH THE OCCURS AND THE NUMBER OF DATA ENTRIES.
      ******************************************************************
       77  DL100-SUBSYS-COUNT          PIC 9(02) COMP VALUE 12.
       01  DL100-SUBSYS-DATA.
           05  FILLER                  PIC X(01) VALUE "1".
           05  FILLER                  PIC X(09) VALUE "PAYROLL".
               "EMPLOYEE ADMIN".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE "8".
           05  FILLER                  PIC X(09) VALUE "TAXMAINT".
           05  FILLER                  PIC X(20) VALUE
               "PAYROLL TAX TABLE".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE "9".
           05  FILLER                  PIC X(09) VALUE "MENURPT".
           05  FILLER                  PIC X(20) VALUE
               "SUBSYSTEM REGISTRY".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE "0".
           05  FILLER                  PIC X(09) VALUE "LEAVEADM".
           05  FILLER                  PIC X(20) VALUE
               "LEAVE REQUESTS".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE "V".
           05  FILLER                  PIC X(09) VALUE "VENDADM".
           05  FILLER                  PIC X(20) VALUE
               "VENDORS AND SOURCING".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE "S".
           05  FILLER                  PIC X(09) VALUE "SESSADM".
           05  FILLER                  PIC X(20) VALUE
               "ACTIVE SESSIONS".
           05  FILLER                  PIC 9(08) VALUE ZERO.
           05  FILLER                  PIC 9(08) VALUE ZERO.
       01  DL100-SUBSYS-TABLE REDEFINES DL100-SUBSYS-DATA.
           05  DL100-SUBSYS-ENTRY OCCURS 12 TIMES
                   INDEXED BY DL100-SUBSYS-IDX.
               10  DL100-SUBSYS-TRAN           PIC X(01).
               10  DL100-SUBSYS-PGM            PIC X(09).
