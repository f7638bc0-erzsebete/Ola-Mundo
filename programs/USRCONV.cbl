      ******************************************************************
      * Author: OLA MUNDO DATA CENTER STAFF
      * Installation: OLA MUNDO DATA CENTER
      * Date-Written: 2026-10-15
      * Date-Compiled:
      *
      * Remarks: ONE-TIME USRFILE RECORD CONVERSION. RUN ONCE, WITH
      *          THE ONLINE SYSTEM DOWN, TO GIVE USR-AUTH-PROFILE ROOM
      *          FOR EVERY TRAN CODE ON THE MASTER MENU: THE OPERATOR
      *          FILE GROWS FROM 68 TO 80 BYTES AND THE PROFILE FROM 8
      *          TO 16 CODES. THE USRCONV JOB UNLOADS THE CLUSTER IN
      *          KEY ORDER, REDEFINES IT AT THE NEW LENGTH, AND THIS
      *          PROGRAM RELOADS IT FROM THE UNLOAD. EVERY OPERATOR
      *          KEEPS THE CODES THEY HAD, THEIR PASSWORD AND ITS
      *          CHANGE DATE; THE EXTRA PROFILE BYTES START AS SPACES
      *          UNTIL A SUPERVISOR GRANTS MORE THROUGH USERADM.
      *
      * Modification History:
      *   2026-10-15 EAM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCONV.
       AUTHOR. OLA MUNDO DATA CENTER STAFF.
       INSTALLATION. OLA MUNDO DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDUSER ASSIGN TO OLDUSER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDUSER-STATUS.
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * OLDUSER IS THE PRE-CONVERSION LAYOUT, KEPT HERE ONLY FOR THE
      * RELOAD. OLD-USR-FRONT IS USER ID THROUGH LANGUAGE CODE,
      * UNCHANGED IN THE NEW LAYOUT.
      ******************************************************************
       FD  OLDUSER
           RECORDING MODE IS F.
       01  OLD-USER-RECORD.
           05  OLD-USR-FRONT           PIC X(51).
           05  OLD-USR-AUTH-PROFILE    PIC X(08).
           05  OLD-USR-PWD-CHANGED-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
       FD  USRFILE
           RECORDING MODE IS F.
           COPY USRFILER.
       WORKING-STORAGE SECTION.
        77 WS-OLDUSER-STATUS PIC X(02).
        77 WS-USRFILE-STATUS PIC X(02).
        77 WS-ERROR-FILE-ID PIC X(09) VALUE SPACES.
        77 WS-ERROR-STATUS PIC X(02) VALUE SPACES.
        77 WS-USER-EOF-SWITCH PIC X(01) VALUE "N".
            88 WS-END-OF-OLDUSER VALUE "Y".
        77 WS-USERS-CONVERTED PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-USERS THRU 2000-EXIT.
           DISPLAY "USRCONV - USERS CONVERTED: " WS-USERS-CONVERTED.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE UNLOAD AND LOAD THE NEWLY DEFINED
      * (EMPTY) CLUSTER.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLDUSER.
           IF WS-OLDUSER-STATUS NOT = "00"
               MOVE "OLDUSER" TO WS-ERROR-FILE-ID
               MOVE WS-OLDUSER-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           OPEN OUTPUT USRFILE.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-USERS - RELOAD THE OPERATOR FILE AT 80 BYTES, THE
      * OLD PROFILE IN THE FIRST EIGHT BYTES OF THE NEW ONE.
      ******************************************************************
       2000-CONVERT-USERS.
           PERFORM 2100-READ-OLDUSER THRU 2100-EXIT.
           PERFORM 2200-CONVERT-ONE-USER THRU 2200-EXIT
               UNTIL WS-END-OF-OLDUSER.
       2000-EXIT.
           EXIT.

       2100-READ-OLDUSER.
           READ OLDUSER
               AT END
                   SET WS-END-OF-OLDUSER TO TRUE
           END-READ.
           IF WS-OLDUSER-STATUS NOT = "00" AND NOT WS-END-OF-OLDUSER
               MOVE "OLDUSER" TO WS-ERROR-FILE-ID
               MOVE WS-OLDUSER-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CONVERT-ONE-USER.
           MOVE SPACES TO USER-RECORD.
           MOVE OLD-USR-FRONT TO USER-RECORD (1:51).
           MOVE OLD-USR-AUTH-PROFILE TO USR-AUTH-PROFILE.
           MOVE OLD-USR-PWD-CHANGED-DATE TO USR-PWD-CHANGED-DATE.
           WRITE USER-RECORD.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE "USRFILE" TO WS-ERROR-FILE-ID
               MOVE WS-USRFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 8000-FILE-ERROR-TRAP THRU 8000-EXIT
           END-IF.
           ADD 1 TO WS-USERS-CONVERTED.
           PERFORM 2100-READ-OLDUSER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FILE-ERROR-TRAP - COMMON DESTINATION FOR ANY UNEXPECTED
      * FILE STATUS. ENDS THE STEP WITH CONDITION CODE 16. THE
      * UNLOAD IS UNTOUCHED, SO A FAILED RUN IS RERUN FROM THE
      * REDEFINE STEP OF THE USRCONV JOB.
      ******************************************************************
       8000-FILE-ERROR-TRAP.
           DISPLAY "USRCONV - FILE ERROR ON " WS-ERROR-FILE-ID
               " STATUS " WS-ERROR-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE STEP.
      ******************************************************************
       9000-TERMINATE.
           CLOSE OLDUSER.
           CLOSE USRFILE.
       9000-EXIT.
           EXIT.
       END PROGRAM USRCONV.
