      ******************************************************************
      * VNDFILER - RECORD LAYOUT FOR THE VENDOR MASTER FILE (VNDFILE).
      * KEYED BY VND-VENDOR-ID. ONE RECORD PER SUPPLIER - NAME, THE
      * THREE-LINE POSTAL ADDRESS THE PRINTED PURCHASE ORDER IS SENT
      * TO, THE PURCHASING CONTACT AND PHONE, THE STANDARD LEAD TIME
      * IN DAYS THE INVREORD REORDER RUN DATES NEW ORDERS FROM, AND
      * VND-LANGUAGE-CODE (EN/PT, THE SAME CONVENTION USRFILE AND
      * EMPFILE USE) SELECTING THE LANGUAGE OF THE POPRINT PURCHASE
      * ORDER DOCUMENT. MAINTAINED FROM A SCREEN BY THE VENDADM
      * SUBSYSTEM, WHICH ALSO SETS EACH ITEM'S PREFERRED VENDOR AND
      * LAST QUOTED PRICE ON ITMFILE. AN INACTIVE VENDOR STAYS ON
      * FILE FOR THE PURCHASING TRAIL BUT IS NO LONGER ORDERED FROM.
      ******************************************************************
       01  VENDOR-RECORD.
           05  VND-VENDOR-ID           PIC X(06).
           05  VND-NAME                PIC X(30).
           05  VND-ADDRESS-LINE-1      PIC X(30).
           05  VND-ADDRESS-LINE-2      PIC X(30).
           05  VND-ADDRESS-LINE-3      PIC X(30).
           05  VND-CONTACT-NAME        PIC X(30).
           05  VND-CONTACT-PHONE       PIC X(15).
           05  VND-LEAD-DAYS           PIC 9(03).
           05  VND-LANGUAGE-CODE       PIC X(02).
           05  VND-STATUS              PIC X(01).
               88  VND-ACTIVE                  VALUE "A".
               88  VND-INACTIVE                VALUE "I".
           05  VND-MAINT-USER-ID       PIC X(08).
           05  VND-MAINT-DATE          PIC 9(08).
           05  FILLER                  PIC X(07).
