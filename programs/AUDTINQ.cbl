      *
      * Modification History:
      *   2026-09-02 EAM  INITIAL VERSION.
      *   2026-10-15 EAM  DECODES THE NEW "DS" (SECOND SIGN-ON
      *                   REFUSED) AND "FO" (SESSION FORCED OFF)
      *                   SESSION REGISTRY EVENTS.
      *   2026-10-15 EAM  DECODES THE TAX TABLE (TA/TC), LEAVE
      *                   (LR/LA/LJ) AND VENDOR (VA/VC/VS) EVENTS,
      *                   WHICH HAD PRINTED AS UNKNOWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDTINQ.
           05  FILLER                  PIC X(02) VALUE "ET".
           05  FILLER                  PIC X(20) VALUE
               "EMPLOYEE TERMINATED".
           05  FILLER                  PIC X(02) VALUE "TA".
           05  FILLER                  PIC X(20) VALUE
               "TAX TABLE ADDED".
           05  FILLER                  PIC X(02) VALUE "TC".
           05  FILLER                  PIC X(20) VALUE
               "TAX TABLE CHANGED".
           05  FILLER                  PIC X(02) VALUE "LR".
           05  FILLER                  PIC X(20) VALUE
               "LEAVE REQUESTED".
           05  FILLER                  PIC X(02) VALUE "LA".
           05  FILLER                  PIC X(20) VALUE
               "LEAVE APPROVED".
           05  FILLER                  PIC X(02) VALUE "LJ".
           05  FILLER                  PIC X(20) VALUE
               "LEAVE REJECTED".
           05  FILLER                  PIC X(02) VALUE "VA".
           05  FILLER                  PIC X(20) VALUE
               "VENDOR ADDED".
           05  FILLER                  PIC X(02) VALUE "VC".
           05  FILLER                  PIC X(20) VALUE
               "VENDOR CHANGED".
           05  FILLER                  PIC X(02) VALUE "VS".
           05  FILLER                  PIC X(20) VALUE
               "ITEM SOURCING SET".
           05  FILLER                  PIC X(02) VALUE "DS".
           05  FILLER                  PIC X(20) VALUE
               "ACTIVE ELSEWHERE".
           05  FILLER                  PIC X(02) VALUE "FO".
           05  FILLER                  PIC X(20) VALUE
               "SESSION FORCED OFF".
        01 WS-EVENT-DESC-TABLE REDEFINES WS-EVENT-DESC-DATA.
           05  WS-EVENT-ENTRY OCCURS 22 TIMES
                   INDEXED BY WS-EVENT-IDX.
               10  WS-EVENT-CODE           PIC X(02).
               10  WS-EVENT-DESC           PIC X(20).
