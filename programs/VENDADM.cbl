      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: VENDOR MASTER MAINTENANCE SUBSYSTEM. CALLED FROM THE
      *          HELLOWORLD MASTER MENU WHEN THE OPERATOR KEYS
      *          TRANSACTION "V". MAINTAINS THE VNDFILE VENDOR MASTER
      *          - ADD A SUPPLIER, CHANGE ITS NAME, ADDRESS, CONTACT,
      *          LEAD TIME, DOCUMENT LANGUAGE OR STATUS, AND LIST
      *          WHAT IS ON FILE - AND SETS EACH ITEM'S SOURCING ON
      *          ITMFILE: THE PREFERRED VENDOR AND THE LAST PRICE IT
      *          QUOTED. THE INVREORD REORDER RUN RAISES EVERY NEW
      *          PURCHASE ORDER AGAINST THAT VENDOR AT THAT PRICE,
      *          DATED BY THE VENDOR'S LEAD TIME. AN ITEM CAN ONLY BE
      *          SOURCED FROM A VENDOR ON FILE AND ACTIVE. EVERY
      *          ACTION WRITES AN AUDTLOG RECORD CARRYING THE
      *          OPERATOR'S USER ID AND THE VENDOR OR ITEM ACTED ON,
      *          THE SAME WAY EMPADMIN AUDITS EMPLOYEE CHANGES.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION, REGISTERED AS TRAN "V" IN
      *                   THE MASTER MENU DISPATCH TABLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDADM.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-VENDOR-ID
               FILE STATUS IS WS-VNDFILE-STATUS.
           SELECT ITMFILE ASSIGN TO ITMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM-NO
               FILE STATUS IS WS-ITMFILE-STATUS.
           SELECT AUDTLOG ASSIGN TO AUDTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VNDFILE
           RECORDING MODE IS F.
           COPY VNDFILER.
       FD  ITMFILE
           RECORDING MODE IS F.
           COPY ITMFILER.
       FD  AUDTLOG
           RECORDING MODE IS F.
           COPY AUDTLOGR.
       WORKING-STORAGE SECTION.
        77 WS-VNDFILE-STATUS PIC X(02).
            88 WS-VNDFILE-NOTFND VALUE "23".
        77 WS-ITMFILE-STATUS PIC X(02).
            88 WS-ITMFILE-NOTFND VALUE "23".
        77 WS-AUDTLOG-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-FUNCTION-CODE PIC X(01) VALUE SPACE.
            88 WS-FUNC-ADD VALUE "A" "a".
            88 WS-FUNC-CHANGE VALUE "C" "c".
            88 WS-FUNC-LIST VALUE "L" "l".
            88 WS-FUNC-SOURCING VALUE "S" "s".
            88 WS-FUNC-EXIT VALUE "X" "x".
        77 WS-TARGET-VENDOR PIC X(06) VALUE SPACES.
        77 WS-TARGET-ITEM PIC X(08) VALUE SPACES.
        77 WS-AUDIT-TARGET PIC X(08) VALUE SPACES.
        77 WS-VENDOR-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-VENDOR-FOUND VALUE "Y".
        77 WS-ITEM-FOUND-SWITCH PIC X(01) VALUE "N".
            88 WS-ITEM-FOUND VALUE "Y".
        77 WS-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-VNDFILE VALUE "Y".
        77 WS-EVENT-TYPE PIC X(02) VALUE SPACES.
        77 WS-RUN-DATE PIC 9(08) VALUE ZERO.
        77 WS-RUN-TIME PIC 9(08) VALUE ZERO.
        77 WS-LIST-ROW PIC 9(02) COMP VALUE ZERO.
        77 WS-ENTERED-TEXT PIC X(30) VALUE SPACES.
        77 WS-ENTERED-PHONE PIC X(15) VALUE SPACES.
        77 WS-ENTERED-LEAD PIC 9(03) VALUE ZERO.
        77 WS-ENTERED-LANGUAGE PIC X(02) VALUE SPACES.
        77 WS-ENTERED-STATUS PIC X(01) VALUE SPACE.
        77 WS-ENTERED-VENDOR PIC X(06) VALUE SPACES.
        77 WS-ENTERED-PRICE PIC 9(05)V99 VALUE ZERO.
        77 WS-LEAD-DISPLAY PIC ZZ9.
        77 WS-PRICE-DISPLAY PIC ZZ,ZZ9.99.
        77 WS-CLEAR-MSG-LINE PIC X(40) VALUE SPACES.
        01 WS-LIST-LINE.
           05  LL-VENDOR-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NAME                 PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-LEAD-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-LANGUAGE             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-STATUS               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-CONTACT-PHONE        PIC X(15).
       LINKAGE SECTION.
           COPY DL100COMM.
       PROCEDURE DIVISION USING DL100-COMMAREA.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAINT-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE VENDOR MASTER, THE ITEM MASTER AND
      * THE AUDIT LOG. THE VENDOR FILE IS CREATED EMPTY THE FIRST
      * TIME THE SCREEN IS USED, THE SAME WAY TAXMAINT CREATES
      * TAXTABLE. THE MENU CLOSES AUDTLOG BEFORE DISPATCHING HERE SO
      * THIS PROGRAM CAN OPEN THE SAME DATASET FOR ITSELF.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O VNDFILE.
           IF WS-VNDFILE-STATUS = "35"
               OPEN OUTPUT VNDFILE
               CLOSE VNDFILE
               OPEN I-O VNDFILE
           END-IF.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN I-O ITMFILE.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN EXTEND AUDTLOG.
           IF WS-AUDTLOG-STATUS = "05" OR WS-AUDTLOG-STATUS = "35"
               OPEN OUTPUT AUDTLOG
           END-IF.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDTLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           DISPLAY "VENDOR MASTER AND ITEM SOURCING" AT 0101
               FOREGROUND-COLOR 3 HIGHLIGHT WITH ERASE SCREEN.
           DISPLAY "FUNCTION: A=ADD C=CHANGE L=LIST S=ITEM SOURCING "
               "X=EXIT" AT 0301.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MAINT-LOOP - ONE PASS PER FUNCTION KEYED BY THE
      * OPERATOR. INVALID FUNCTION CODES JUST RE-PROMPT.
      ******************************************************************
       2000-MAINT-LOOP.
           DISPLAY WS-CLEAR-MSG-LINE AT 2201.
           DISPLAY "FUNCTION:" AT 0501.
           ACCEPT WS-FUNCTION-CODE AT 0512.
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   CONTINUE
               WHEN WS-FUNC-ADD
                   PERFORM 3000-ADD-VENDOR THRU 3000-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 4000-CHANGE-VENDOR THRU 4000-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 5000-LIST-VENDORS THRU 5000-EXIT
               WHEN WS-FUNC-SOURCING
                   PERFORM 5500-SET-ITEM-SOURCING THRU 5500-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - TRY AGAIN" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ADD-VENDOR - ADD A NEW SUPPLIER. THE VENDOR ID MUST NOT
      * ALREADY BE ON FILE AND A NAME IS REQUIRED. A ZERO LEAD TIME
      * LEAVES INVREORD ON THE HOUSE LEAD TIME FOR THIS VENDOR; ANY
      * LANGUAGE BUT PT PRINTS ITS ORDERS IN EN. THE VENDOR GOES ON
      * ACTIVE.
      ******************************************************************
       3000-ADD-VENDOR.
           PERFORM 6000-ACCEPT-TARGET-VENDOR THRU 6000-EXIT.
           IF WS-TARGET-VENDOR = SPACES
               GO TO 3000-EXIT
           END-IF.
           PERFORM 6100-READ-TARGET-VENDOR THRU 6100-EXIT.
           IF WS-VENDOR-FOUND
               DISPLAY "VENDOR ALREADY ON FILE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO VENDOR-RECORD.
           MOVE WS-TARGET-VENDOR TO VND-VENDOR-ID.
           DISPLAY "NAME:" AT 0801 WITH ERASE EOL.
           ACCEPT VND-NAME AT 0818.
           IF VND-NAME = SPACES
               DISPLAY "VENDOR NAME REQUIRED - NOT SAVED" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ADDRESS:" AT 0901 WITH ERASE EOL.
           ACCEPT VND-ADDRESS-LINE-1 AT 0918.
           DISPLAY WS-CLEAR-MSG-LINE AT 1001.
           ACCEPT VND-ADDRESS-LINE-2 AT 1018.
           DISPLAY WS-CLEAR-MSG-LINE AT 1101.
           ACCEPT VND-ADDRESS-LINE-3 AT 1118.
           DISPLAY "CONTACT:" AT 1201 WITH ERASE EOL.
           ACCEPT VND-CONTACT-NAME AT 1218.
           DISPLAY "PHONE:" AT 1301 WITH ERASE EOL.
           ACCEPT VND-CONTACT-PHONE AT 1318.
           MOVE ZERO TO WS-ENTERED-LEAD.
           DISPLAY "LEAD TIME (DAYS):" AT 1401 WITH ERASE EOL.
           ACCEPT WS-ENTERED-LEAD AT 1418.
           IF WS-ENTERED-LEAD NOT NUMERIC
               MOVE ZERO TO WS-ENTERED-LEAD
           END-IF.
           MOVE WS-ENTERED-LEAD TO VND-LEAD-DAYS.
           DISPLAY "LANGUAGE (EN/PT):" AT 1501 WITH ERASE EOL.
           ACCEPT VND-LANGUAGE-CODE AT 1518.
           IF VND-LANGUAGE-CODE NOT = "PT"
               MOVE "EN" TO VND-LANGUAGE-CODE
           END-IF.
           SET VND-ACTIVE TO TRUE.
           MOVE DL100-CA-USER-ID TO VND-MAINT-USER-ID.
           ACCEPT VND-MAINT-DATE FROM DATE YYYYMMDD.
           WRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "VENDOR ALREADY ON FILE" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 3000-EXIT
           END-WRITE.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "VA" TO WS-EVENT-TYPE.
           MOVE VND-VENDOR-ID TO WS-AUDIT-TARGET.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           DISPLAY "VENDOR ADDED" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHANGE-VENDOR - EACH FIELD AS IT STANDS ON FILE IS SHOWN
      * UNDER "NOW"; A BLANK (OR ZERO LEAD TIME) REPLY UNDER "NEW"
      * KEEPS IT. STATUS A OR I ACTIVATES OR RETIRES THE VENDOR -
      * A RETIRED VENDOR STAYS ON FILE FOR THE ORDERS ALREADY RAISED
      * BUT NO ITEM CAN BE SOURCED FROM IT.
      ******************************************************************
       4000-CHANGE-VENDOR.
           PERFORM 6000-ACCEPT-TARGET-VENDOR THRU 6000-EXIT.
           PERFORM 6100-READ-TARGET-VENDOR THRU 6100-EXIT.
           IF NOT WS-VENDOR-FOUND
               DISPLAY "VENDOR NOT ON FILE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "NOW" AT 0718.
           DISPLAY "NEW (BLANK=KEEP)" AT 0750.
           DISPLAY "NAME:" AT 0801 WITH ERASE EOL.
           DISPLAY VND-NAME AT 0818.
           MOVE 8 TO WS-LIST-ROW.
           PERFORM 4100-ACCEPT-NEW-TEXT THRU 4100-EXIT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VND-NAME
           END-IF.
           DISPLAY "ADDRESS:" AT 0901 WITH ERASE EOL.
           DISPLAY VND-ADDRESS-LINE-1 AT 0918.
           MOVE 9 TO WS-LIST-ROW.
           PERFORM 4100-ACCEPT-NEW-TEXT THRU 4100-EXIT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VND-ADDRESS-LINE-1
           END-IF.
           DISPLAY WS-CLEAR-MSG-LINE AT 1001.
           DISPLAY VND-ADDRESS-LINE-2 AT 1018.
           MOVE 10 TO WS-LIST-ROW.
           PERFORM 4100-ACCEPT-NEW-TEXT THRU 4100-EXIT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VND-ADDRESS-LINE-2
           END-IF.
           DISPLAY WS-CLEAR-MSG-LINE AT 1101.
           DISPLAY VND-ADDRESS-LINE-3 AT 1118.
           MOVE 11 TO WS-LIST-ROW.
           PERFORM 4100-ACCEPT-NEW-TEXT THRU 4100-EXIT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VND-ADDRESS-LINE-3
           END-IF.
           DISPLAY "CONTACT:" AT 1201 WITH ERASE EOL.
           DISPLAY VND-CONTACT-NAME AT 1218.
           MOVE 12 TO WS-LIST-ROW.
           PERFORM 4100-ACCEPT-NEW-TEXT THRU 4100-EXIT.
           IF WS-ENTERED-TEXT NOT = SPACES
               MOVE WS-ENTERED-TEXT TO VND-CONTACT-NAME
           END-IF.
           MOVE SPACES TO WS-ENTERED-PHONE.
           DISPLAY "PHONE:" AT 1301 WITH ERASE EOL.
           DISPLAY VND-CONTACT-PHONE AT 1318.
           ACCEPT WS-ENTERED-PHONE AT 1350.
           IF WS-ENTERED-PHONE NOT = SPACES
               MOVE WS-ENTERED-PHONE TO VND-CONTACT-PHONE
           END-IF.
           MOVE ZERO TO WS-ENTERED-LEAD.
           MOVE VND-LEAD-DAYS TO WS-LEAD-DISPLAY.
           DISPLAY "LEAD TIME (DAYS):" AT 1401 WITH ERASE EOL.
           DISPLAY WS-LEAD-DISPLAY AT 1418.
           ACCEPT WS-ENTERED-LEAD AT 1450.
           IF WS-ENTERED-LEAD NUMERIC AND WS-ENTERED-LEAD > ZERO
               MOVE WS-ENTERED-LEAD TO VND-LEAD-DAYS
           END-IF.
           MOVE SPACES TO WS-ENTERED-LANGUAGE.
           DISPLAY "LANGUAGE (EN/PT):" AT 1501 WITH ERASE EOL.
           DISPLAY VND-LANGUAGE-CODE AT 1518.
           ACCEPT WS-ENTERED-LANGUAGE AT 1550.
           IF WS-ENTERED-LANGUAGE = "EN" OR WS-ENTERED-LANGUAGE = "PT"
               MOVE WS-ENTERED-LANGUAGE TO VND-LANGUAGE-CODE
           END-IF.
           MOVE SPACE TO WS-ENTERED-STATUS.
           DISPLAY "STATUS (A/I):" AT 1601 WITH ERASE EOL.
           DISPLAY VND-STATUS AT 1618.
           ACCEPT WS-ENTERED-STATUS AT 1650.
           IF WS-ENTERED-STATUS = "A" OR WS-ENTERED-STATUS = "I"
               MOVE WS-ENTERED-STATUS TO VND-STATUS
           END-IF.
           MOVE DL100-CA-USER-ID TO VND-MAINT-USER-ID.
           ACCEPT VND-MAINT-DATE FROM DATE YYYYMMDD.
           REWRITE VENDOR-RECORD.
           IF WS-VNDFILE-STATUS NOT = "00"
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "VC" TO WS-EVENT-TYPE.
           MOVE VND-VENDOR-ID TO WS-AUDIT-TARGET.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           DISPLAY "VENDOR CHANGED" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ACCEPT-NEW-TEXT - THE "NEW" COLUMN REPLY FOR A 30-BYTE
      * FIELD OF THE CHANGE SCREEN, TAKEN ON THE ROW THE CALLER HAS
      * JUST PAINTED AND LEFT IN WS-LIST-ROW.
      ******************************************************************
       4100-ACCEPT-NEW-TEXT.
           MOVE SPACES TO WS-ENTERED-TEXT.
           ACCEPT WS-ENTERED-TEXT AT LINE WS-LIST-ROW COLUMN 50.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-VENDORS - ONE LINE PER VENDOR ON FILE IN VENDOR ID
      * ORDER. THE SCREEN HOLDS THE FIRST ELEVEN.
      ******************************************************************
       5000-LIST-VENDORS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 9 TO WS-LIST-ROW.
           MOVE LOW-VALUES TO VND-VENDOR-ID.
           START VNDFILE KEY IS NOT LESS THAN VND-VENDOR-ID
               INVALID KEY
                   SET WS-END-OF-VNDFILE TO TRUE
           END-START.
           DISPLAY "VENDOR  NAME                            LEAD  LANG"
               " ST  PHONE" AT 0801 WITH ERASE EOS.
           IF WS-END-OF-VNDFILE
               DISPLAY "NO VENDORS ON FILE" AT 2201
                   FOREGROUND-COLOR 4 HIGHLIGHT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LIST-ONE-VENDOR THRU 5100-EXIT
               UNTIL WS-END-OF-VNDFILE OR WS-LIST-ROW > 19.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-VENDOR.
           READ VNDFILE NEXT RECORD
               AT END
                   SET WS-END-OF-VNDFILE TO TRUE
           END-READ.
           IF WS-VNDFILE-STATUS NOT = "00" AND NOT WS-END-OF-VNDFILE
               MOVE "VNDFILE" TO WS-ERROR-FILE-ID
               MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF NOT WS-END-OF-VNDFILE
               MOVE VND-VENDOR-ID TO LL-VENDOR-ID
               MOVE VND-NAME TO LL-NAME
               MOVE VND-LEAD-DAYS TO LL-LEAD-DAYS
               MOVE VND-LANGUAGE-CODE TO LL-LANGUAGE
               MOVE VND-STATUS TO LL-STATUS
               MOVE VND-CONTACT-PHONE TO LL-CONTACT-PHONE
               DISPLAY WS-LIST-LINE AT LINE WS-LIST-ROW COLUMN 1
               ADD 1 TO WS-LIST-ROW
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5500-SET-ITEM-SOURCING - SET AN ITEM'S PREFERRED VENDOR AND
      * LAST QUOTED PRICE. THE VENDOR MUST BE ON FILE AND ACTIVE. A
      * BLANK VENDOR OR ZERO PRICE REPLY KEEPS WHAT IS THERE; A NEW
      * PRICE IS DATED TODAY AS THE QUOTE DATE.
      ******************************************************************
       5500-SET-ITEM-SOURCING.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           DISPLAY "ITEM NUMBER:" AT 0701 WITH ERASE EOS.
           ACCEPT WS-TARGET-ITEM AT 0715.
           MOVE WS-TARGET-ITEM TO ITM-ITEM-NO.
           READ ITMFILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON FILE" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 5500-EXIT
           END-READ.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           IF ITM-QUOTED-PRICE NOT NUMERIC
               MOVE ZERO TO ITM-QUOTED-PRICE
           END-IF.
           IF ITM-QUOTED-DATE NOT NUMERIC
               MOVE ZERO TO ITM-QUOTED-DATE
           END-IF.
           DISPLAY ITM-DESCRIPTION AT 0725.
           DISPLAY "VENDOR NOW:" AT 0801 WITH ERASE EOL.
           DISPLAY ITM-PREF-VENDOR-ID AT 0818.
           MOVE ITM-QUOTED-PRICE TO WS-PRICE-DISPLAY.
           DISPLAY "PRICE NOW:" AT 0901 WITH ERASE EOL.
           DISPLAY WS-PRICE-DISPLAY AT 0918.
           DISPLAY "QUOTED" AT 0930.
           DISPLAY ITM-QUOTED-DATE AT 0937.
           MOVE SPACES TO WS-ENTERED-VENDOR.
           DISPLAY "NEW VENDOR (BLANK=KEEP):" AT 1101 WITH ERASE EOL.
           ACCEPT WS-ENTERED-VENDOR AT 1127.
           IF WS-ENTERED-VENDOR NOT = SPACES
               MOVE WS-ENTERED-VENDOR TO WS-TARGET-VENDOR
               PERFORM 6100-READ-TARGET-VENDOR THRU 6100-EXIT
               IF NOT WS-VENDOR-FOUND
                   DISPLAY "VENDOR NOT ON FILE - NOT SAVED" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 5500-EXIT
               END-IF
               IF NOT VND-ACTIVE
                   DISPLAY "VENDOR IS INACTIVE - NOT SAVED" AT 2201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   GO TO 5500-EXIT
               END-IF
               MOVE WS-ENTERED-VENDOR TO ITM-PREF-VENDOR-ID
           END-IF.
           MOVE ZERO TO WS-ENTERED-PRICE.
           DISPLAY "NEW PRICE (0=KEEP):" AT 1201 WITH ERASE EOL.
           ACCEPT WS-ENTERED-PRICE AT 1227.
           IF WS-ENTERED-PRICE NUMERIC AND WS-ENTERED-PRICE > ZERO
               MOVE WS-ENTERED-PRICE TO ITM-QUOTED-PRICE
               ACCEPT ITM-QUOTED-DATE FROM DATE YYYYMMDD
           END-IF.
           REWRITE ITEM-RECORD.
           IF WS-ITMFILE-STATUS NOT = "00"
               MOVE "ITMFILE" TO WS-ERROR-FILE-ID
               MOVE WS-ITMFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           MOVE "VS" TO WS-EVENT-TYPE.
           MOVE ITM-ITEM-NO TO WS-AUDIT-TARGET.
           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
           DISPLAY "ITEM SOURCING SAVED" AT 2201
               FOREGROUND-COLOR 2 HIGHLIGHT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ACCEPT-TARGET-VENDOR - COMMON VENDOR ID PROMPT.
      ******************************************************************
       6000-ACCEPT-TARGET-VENDOR.
           MOVE SPACES TO WS-TARGET-VENDOR.
           DISPLAY "VENDOR ID:" AT 0701 WITH ERASE EOS.
           ACCEPT WS-TARGET-VENDOR AT 0712.
       6000-EXIT.
           EXIT.

       6100-READ-TARGET-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SWITCH.
           MOVE WS-TARGET-VENDOR TO VND-VENDOR-ID.
           READ VNDFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-VNDFILE-STATUS = "00"
               SET WS-VENDOR-FOUND TO TRUE
           ELSE
               IF NOT WS-VNDFILE-NOTFND
                   MOVE "VNDFILE" TO WS-ERROR-FILE-ID
                   MOVE WS-VNDFILE-STATUS TO WS-ERROR-STATUS
                   PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-RECORD - ONE AUDTLOG RECORD PER ACTION: WHO
      * (THE SIGNED-ON OPERATOR FROM THE COMMAREA), WHAT (EVENT
      * TYPE) AND WHICH VENDOR OR ITEM (IN THE TARGET-USER FIELD).
      ******************************************************************
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE DL100-CA-TERM-ID TO AUDT-TERM-ID.
           MOVE DL100-CA-USER-ID TO AUDT-USER-ID.
           MOVE "V" TO AUDT-R-VALUE.
           MOVE WS-RUN-DATE TO AUDT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDT-RUN-TIME.
           MOVE WS-EVENT-TYPE TO AUDT-EVENT-TYPE.
           MOVE WS-AUDIT-TARGET TO AUDT-TARGET-USER.
           WRITE AUDTLOG-RECORD.
           IF WS-AUDTLOG-STATUS NOT = "00"
               MOVE "AUDTLOG" TO WS-ERROR-FILE-ID
               MOVE WS-AUDTLOG-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. RETURNS CODE 16 TO THE MASTER MENU, WHICH
      * ROUTES IT THROUGH ITS OWN FILE-ERROR TRAP.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "VENDADM - FILE ERROR ON " AT 2201
               FOREGROUND-COLOR 4 HIGHLIGHT.
           DISPLAY WS-ERROR-FILE-ID AT 2225.
           DISPLAY "STATUS " AT 2235.
           DISPLAY WS-ERROR-STATUS AT 2242.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE EVERYTHING BEFORE RETURNING TO THE
      * MASTER MENU.
      ******************************************************************
       9000-TERMINATE.
           CLOSE VNDFILE.
           CLOSE ITMFILE.
           CLOSE AUDTLOG.
       9000-EXIT.
           EXIT.
       END PROGRAM VENDADM.
