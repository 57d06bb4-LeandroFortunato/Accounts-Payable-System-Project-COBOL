IDENTIFICATION DIVISION.
PROGRAM-ID. role-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLROLE.CBL".
      COPY "SLUSER.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDROLE.CBL".
      COPY "FDUSER.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsfunc.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE  1 THROUGH 7.

      01 ENTRY-ROLE                       PIC X(10).

      01 ENTRY-COPY-FROM-ROLE             PIC X(10).

      01 ENTRY-DESCRIPTION                PIC X(30).

      01 ENTRY-FUNCTION                   PIC X(08).

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

      01 W-FOUND-FUNCTION                 PIC X.
         88 FOUND-FUNCTION                VALUE "Y".

      01 W-ERROR-WRITING                  PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      01 W-END-OF-ROLE                    PIC X.
         88 END-OF-ROLE                   VALUE "Y".

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N","y","n".
         88 DELETING-IS-CONFIRMED         VALUE "Y","y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(13).

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-ROLE-USER-COUNT                PIC 9(05).
      77 W-ROLE-GRANT-COUNT               PIC 9(05).
      77 W-ROLE-COPIED-COUNT              PIC 9(05).
      77 W-LINES-SHOWN                    PIC 9(02).
      77 W-FUNCTION-DESCRIPTION           PIC X(30).

      77 BK-ROLEPERM-RECORD               PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-EXCLOG-PROGRAM         PIC X(20) VALUE "ROLE-MAINT".
      77 W-EXCLOG-OPERATION       PIC X(08).
      77 W-EXCLOG-KEY             PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY    PIC 9(8).
         05 FILLER                PIC X(1).
         05 W-EXCLOG-TIME-NOW     PIC 9(5).
         05 FILLER                PIC X(7).

      77 MSG-OPTION                       PIC X(06).
      77 MSG-CONFIRMATION                 PIC X(50).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM READ-CURRENT-USER.

   OPEN I-O ROLE-PERMISSION-FILE.
   OPEN INPUT USER-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE ROLE-PERMISSION-FILE.
   CLOSE USER-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-USER.

   ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
   OPEN INPUT SESSION-FILE.
   READ SESSION-FILE RECORD
      INVALID KEY
         MOVE SPACES TO W-CURRENT-USER-ID
      NOT INVALID KEY
         IF SESSION-IS-ACTIVE
            MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
         ELSE
            MOVE SPACES TO W-CURRENT-USER-ID.
   CLOSE SESSION-FILE.
*>_________________________________________________________________________

JUMP-2-LINES-AND-PAUSE.

PERFORM JUMP-LINE.
PERFORM JUMP-LINE.
ACCEPT DUMMY.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                          ROLE / PERMISSION MAINTENANCE".
        DISPLAY " "
        DISPLAY "                             ----------------------------------".
        DISPLAY "                             | 1 - LIST ROLES                 |".
        DISPLAY "                             | 2 - SHOW A ROLE'S PERMISSIONS  |".
        DISPLAY "                             | 3 - ADD ROLE                   |".
        DISPLAY "                             | 4 - GRANT FUNCTION TO A ROLE   |".
        DISPLAY "                             | 5 - REVOKE FUNCTION FROM A ROLE|".
        DISPLAY "                             | 6 - DELETE ROLE                |".
        DISPLAY "                             | 7 - LIST FUNCTION CODES        |".
        DISPLAY "                             | 0 - EXIT                       |".
        DISPLAY "                             ----------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 8 TIMES.
        ACCEPT W-OPTION

        IF W-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              PERFORM JUMP-2-LINES-AND-PAUSE.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-OPTION = 1
      PERFORM LIST-ROLES-MODULE.

   IF W-OPTION = 2
      MOVE "SHOW" TO MSG-OPTION
      PERFORM SHOW-ROLE-MODULE.

   IF W-OPTION = 3
      MOVE "ADD" TO MSG-OPTION
      PERFORM ADD-ROLE-MODULE.

   IF W-OPTION = 4
      MOVE "GRANT" TO MSG-OPTION
      PERFORM GRANT-MODULE.

   IF W-OPTION = 5
      MOVE "REVOKE" TO MSG-OPTION
      PERFORM REVOKE-MODULE.

   IF W-OPTION = 6
      MOVE "DELETE" TO MSG-OPTION
      PERFORM DELETE-ROLE-MODULE.

   IF W-OPTION = 7
      PERFORM LIST-FUNCTIONS-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

ASK-THE-ROLE-TO-THE-USER.

     MOVE "Y" TO W-FOUND-RECORD.
     MOVE SPACES TO ENTRY-ROLE.
     DISPLAY "INFORM THE ROLE TO " MSG-OPTION " (<ENTER> FOR MENU)".
     ACCEPT ENTRY-ROLE.
     INSPECT ENTRY-ROLE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-EXISTANT-ROLE-FROM-USER.

       PERFORM GET-ROLE-TO-SEARCH. *> force first pass
       PERFORM GET-ROLE-TO-SEARCH UNTIL
                                      ENTRY-ROLE EQUAL SPACES
                                   OR FOUND-RECORD.
*>_________________________________________________________________________

GET-ROLE-TO-SEARCH.

     PERFORM ASK-THE-ROLE-TO-THE-USER.

     IF ENTRY-ROLE NOT EQUAL SPACES
        PERFORM LOOK-FOR-ROLE-HEADER
        IF NOT FOUND-RECORD
           DISPLAY "ROLE NOT FOUND ! <ENTER> TO CONTINUE"
           PERFORM JUMP-2-LINES-AND-PAUSE.
*>_________________________________________________________________________

GET-CHANGEABLE-ROLE-FROM-USER.

*>   ADMIN holds every function by definition, so it has nothing to
*>   grant, revoke or delete.

       PERFORM GET-EXISTANT-ROLE-FROM-USER.
       IF ENTRY-ROLE EQUAL "ADMIN"
          DISPLAY "ADMIN ALWAYS HOLDS EVERY FUNCTION AND CANNOT BE CHANGED ! <ENTER> TO CONTINUE"
          PERFORM JUMP-2-LINES-AND-PAUSE
          MOVE SPACES TO ENTRY-ROLE.
*>_________________________________________________________________________

LOOK-FOR-ROLE-HEADER.

   MOVE "Y"        TO W-FOUND-RECORD.
   MOVE ENTRY-ROLE TO ROLEPERM-ROLE.
   MOVE SPACES     TO ROLEPERM-FUNCTION.
   READ ROLE-PERMISSION-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-RECORD.
*>_________________________________________________________________________

FIND-CATALOGUE-ENTRY.

*>   Leaves CATALOGUE-INDEX on ENTRY-FUNCTION when it is a known code.

   MOVE "N" TO W-FOUND-FUNCTION.
   MOVE SPACES TO W-FUNCTION-DESCRIPTION.
   PERFORM CHECK-ONE-CATALOGUE-ENTRY
           VARYING CATALOGUE-INDEX FROM 1 BY 1
           UNTIL CATALOGUE-INDEX GREATER THAN CATALOGUE-SIZE
              OR FOUND-FUNCTION.
   IF FOUND-FUNCTION
      SUBTRACT 1 FROM CATALOGUE-INDEX
      MOVE CATALOGUE-DESCRIPTION (CATALOGUE-INDEX) TO W-FUNCTION-DESCRIPTION.
*>_________________________________________________________________________

CHECK-ONE-CATALOGUE-ENTRY.

   IF CATALOGUE-FUNCTION (CATALOGUE-INDEX) EQUAL ENTRY-FUNCTION
      MOVE "Y" TO W-FOUND-FUNCTION.
*>_________________________________________________________________________

PAUSE-WHEN-SCREEN-FULL.

   ADD 1 TO W-LINES-SHOWN.
   IF W-LINES-SHOWN GREATER THAN 17
      DISPLAY "<ENTER> FOR MORE"
      ACCEPT DUMMY
      MOVE 0 TO W-LINES-SHOWN.
*>_________________________________________________________________________

LIST-ROLES-MODULE.

     DISPLAY "ROLE       DESCRIPTION                     FUNCTIONS  USERS".
     DISPLAY "---------- ------------------------------ ---------- -----".
     MOVE 2 TO W-LINES-SHOWN.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO ROLEPERM-KEY.
     START ROLE-PERMISSION-FILE KEY IS NOT LESS THAN ROLEPERM-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-ROLE UNTIL END-OF-FILE.

     DISPLAY " ".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-ROLE.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ROLEPERM-IS-ROLE-HEADER
              PERFORM LIST-ONE-ROLE
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-ROLE.

*>   Counting the grants reads on through the role's own records, so
*>   the next READ NEXT picks up at the following role.

     MOVE ROLEPERM-ROLE TO ENTRY-ROLE.
     MOVE ROLEPERM-DESCRIPTION TO ENTRY-DESCRIPTION.
     PERFORM COUNT-USERS-IN-ROLE.

     MOVE 0 TO W-ROLE-GRANT-COUNT.
     MOVE "N" TO W-END-OF-ROLE.
     PERFORM COUNT-NEXT-GRANT UNTIL END-OF-ROLE.

     IF ENTRY-ROLE EQUAL "ADMIN"
        DISPLAY ENTRY-ROLE " " ENTRY-DESCRIPTION " ALL        " W-ROLE-USER-COUNT
     ELSE
        DISPLAY ENTRY-ROLE " " ENTRY-DESCRIPTION " " W-ROLE-GRANT-COUNT
                "      " W-ROLE-USER-COUNT.
     PERFORM PAUSE-WHEN-SCREEN-FULL.

     MOVE ENTRY-ROLE TO ROLEPERM-ROLE.
     MOVE HIGH-VALUES TO ROLEPERM-FUNCTION.
     START ROLE-PERMISSION-FILE KEY IS GREATER THAN ROLEPERM-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

COUNT-NEXT-GRANT.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF ROLEPERM-ROLE NOT EQUAL ENTRY-ROLE
              MOVE "Y" TO W-END-OF-ROLE
           ELSE
              ADD 1 TO W-ROLE-GRANT-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

COUNT-USERS-IN-ROLE.

     MOVE 0 TO W-ROLE-USER-COUNT.
     MOVE "N" TO W-END-OF-ROLE.
     MOVE LOW-VALUES TO USER-ID.
     START USER-FILE KEY IS NOT LESS THAN USER-ID
        INVALID KEY
           MOVE "Y" TO W-END-OF-ROLE.
     PERFORM COUNT-NEXT-USER UNTIL END-OF-ROLE.
*>_________________________________________________________________________

COUNT-NEXT-USER.

     READ USER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF USER-ROLE EQUAL ENTRY-ROLE
              ADD 1 TO W-ROLE-USER-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

SHOW-ROLE-MODULE.

       PERFORM GET-EXISTANT-ROLE-FROM-USER.
       PERFORM SHOW-ROLE-GET-ANOTHER UNTIL
                                         ENTRY-ROLE EQUAL SPACES.
*>_________________________________________________________________________

SHOW-ROLE-GET-ANOTHER.

     PERFORM DISPLAY-ROLE-PERMISSIONS.
     DISPLAY "<ENTER> TO CONTINUE".
     PERFORM JUMP-2-LINES-AND-PAUSE.

     PERFORM GET-EXISTANT-ROLE-FROM-USER.
*>_________________________________________________________________________

DISPLAY-ROLE-PERMISSIONS.

     PERFORM CLEAR-SCREEN.
     DISPLAY "ROLE......: " ROLEPERM-ROLE "  " ROLEPERM-DESCRIPTION.
     DISPLAY "-------------------------------------------".
     MOVE 2 TO W-LINES-SHOWN.

     IF ENTRY-ROLE EQUAL "ADMIN"
        DISPLAY "ADMIN MAY USE EVERY FUNCTION."
     ELSE
        MOVE "N" TO W-END-OF-ROLE
        PERFORM SHOW-NEXT-GRANT UNTIL END-OF-ROLE.
     DISPLAY "-------------------------------------------".
*>_________________________________________________________________________

SHOW-NEXT-GRANT.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF ROLEPERM-ROLE NOT EQUAL ENTRY-ROLE
              MOVE "Y" TO W-END-OF-ROLE
           ELSE
              MOVE ROLEPERM-FUNCTION TO ENTRY-FUNCTION
              PERFORM FIND-CATALOGUE-ENTRY
              IF NOT FOUND-FUNCTION
                 MOVE "** NO LONGER IN USE **" TO W-FUNCTION-DESCRIPTION
              END-IF
              DISPLAY ROLEPERM-FUNCTION "  " W-FUNCTION-DESCRIPTION
              PERFORM PAUSE-WHEN-SCREEN-FULL
           END-IF
     END-READ.
*>_________________________________________________________________________

ADD-ROLE-MODULE.

   PERFORM GET-THE-NEW-ROLE-FROM-USER.
   PERFORM ADD-ROLE-GET-ANOTHER UNTIL
                                    ENTRY-ROLE EQUAL SPACES. *> quit
*>_________________________________________________________________________

GET-THE-NEW-ROLE-FROM-USER.

       PERFORM GET-A-VALID-NEW-ROLE *> force a first pass
       PERFORM GET-A-VALID-NEW-ROLE UNTIL
                                     ENTRY-ROLE EQUAL SPACES *> quit
                                  OR NOT FOUND-RECORD.
*>_________________________________________________________________________

GET-A-VALID-NEW-ROLE.

   PERFORM ASK-THE-ROLE-TO-THE-USER.

   IF ENTRY-ROLE NOT EQUAL SPACES
      PERFORM LOOK-FOR-ROLE-HEADER
      IF FOUND-RECORD
         DISPLAY "( ****** ROLE ALREADY EXISTS ! ****** )  <ENTER> TO CONTINUE"
         PERFORM JUMP-2-LINES-AND-PAUSE.
*>_________________________________________________________________________

ADD-ROLE-GET-ANOTHER.

    MOVE SPACES TO ENTRY-DESCRIPTION.
    DISPLAY "INFORM THE DESCRIPTION OF THE ROLE (<ENTER> FOR MENU)".
    ACCEPT ENTRY-DESCRIPTION.

    IF ENTRY-DESCRIPTION NOT EQUAL SPACES *> not a quit
       INSPECT ENTRY-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA
       PERFORM GET-ROLE-TO-COPY-FROM
       MOVE SPACES            TO ROLEPERM-RECORD
       MOVE ENTRY-ROLE        TO ROLEPERM-ROLE
       MOVE ENTRY-DESCRIPTION TO ROLEPERM-DESCRIPTION
       MOVE W-CURRENT-USER-ID TO ROLEPERM-GRANTED-BY
       MOVE W-DAY-TODAY       TO ROLEPERM-GRANTED-DATE
       PERFORM WRITE-ROLEPERM-RECORD
       IF ERROR-WRITING
          DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
          PERFORM JUMP-2-LINES-AND-PAUSE
       ELSE
          MOVE "ADD" TO W-SYSAUD-ACTION
          PERFORM LOG-ROLE-PERMISSION-CHANGE
          MOVE 0 TO W-ROLE-COPIED-COUNT
          IF ENTRY-COPY-FROM-ROLE NOT EQUAL SPACES
             PERFORM COPY-GRANTS-FROM-ROLE
          END-IF
          DISPLAY "----- ROLE " ENTRY-ROLE " ADDED WITH " W-ROLE-COPIED-COUNT
                  " FUNCTION(S) ! -----"
          PERFORM JUMP-LINE 3 TIMES.

    PERFORM GET-THE-NEW-ROLE-FROM-USER.
*>_________________________________________________________________________

GET-ROLE-TO-COPY-FROM.

*>   A new role usually starts as a copy of the nearest existing one.

    MOVE "N" TO W-FOUND-RECORD.
    PERFORM ASK-ROLE-TO-COPY-FROM UNTIL
                                      ENTRY-COPY-FROM-ROLE EQUAL SPACES
                                   OR FOUND-RECORD.
*>_________________________________________________________________________

ASK-ROLE-TO-COPY-FROM.

    MOVE SPACES TO ENTRY-COPY-FROM-ROLE.
    DISPLAY "COPY THE FUNCTIONS OF WHICH ROLE ? (<ENTER> FOR NONE)".
    ACCEPT ENTRY-COPY-FROM-ROLE.
    INSPECT ENTRY-COPY-FROM-ROLE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF ENTRY-COPY-FROM-ROLE NOT EQUAL SPACES
       IF ENTRY-COPY-FROM-ROLE EQUAL "ADMIN"
          DISPLAY "ADMIN HAS NO GRANTS TO COPY - CHOOSE ANOTHER ROLE !"
       ELSE
          MOVE "Y" TO W-FOUND-RECORD
          MOVE ENTRY-COPY-FROM-ROLE TO ROLEPERM-ROLE
          MOVE SPACES TO ROLEPERM-FUNCTION
          READ ROLE-PERMISSION-FILE RECORD
               INVALID KEY
                  MOVE "N" TO W-FOUND-RECORD
                  DISPLAY "ROLE NOT FOUND !"
          END-READ.
*>_________________________________________________________________________

COPY-GRANTS-FROM-ROLE.

    MOVE ENTRY-COPY-FROM-ROLE TO ROLEPERM-ROLE.
    MOVE SPACES TO ROLEPERM-FUNCTION.
    MOVE "N" TO W-END-OF-ROLE.
    START ROLE-PERMISSION-FILE KEY IS GREATER THAN ROLEPERM-KEY
       INVALID KEY
          MOVE "Y" TO W-END-OF-ROLE.
    PERFORM COPY-NEXT-GRANT UNTIL END-OF-ROLE.
*>_________________________________________________________________________

COPY-NEXT-GRANT.

*>   Each copy is written under the new role, which sorts elsewhere in
*>   the file, so the scan is repositioned after every write.

    READ ROLE-PERMISSION-FILE NEXT RECORD
       AT END
          MOVE "Y" TO W-END-OF-ROLE
       NOT AT END
          IF ROLEPERM-ROLE NOT EQUAL ENTRY-COPY-FROM-ROLE
             MOVE "Y" TO W-END-OF-ROLE
          ELSE
             MOVE ROLEPERM-FUNCTION TO ENTRY-FUNCTION
             PERFORM GRANT-ENTRY-FUNCTION
             MOVE ENTRY-COPY-FROM-ROLE TO ROLEPERM-ROLE
             MOVE ENTRY-FUNCTION       TO ROLEPERM-FUNCTION
             START ROLE-PERMISSION-FILE KEY IS GREATER THAN ROLEPERM-KEY
                INVALID KEY
                   MOVE "Y" TO W-END-OF-ROLE
             END-START
          END-IF
    END-READ.
*>_________________________________________________________________________

GRANT-ENTRY-FUNCTION.

    MOVE SPACES            TO ROLEPERM-RECORD.
    MOVE ENTRY-ROLE        TO ROLEPERM-ROLE.
    MOVE ENTRY-FUNCTION    TO ROLEPERM-FUNCTION.
    MOVE W-CURRENT-USER-ID TO ROLEPERM-GRANTED-BY.
    MOVE W-DAY-TODAY       TO ROLEPERM-GRANTED-DATE.
    PERFORM WRITE-ROLEPERM-RECORD.
    IF NOT ERROR-WRITING
       ADD 1 TO W-ROLE-COPIED-COUNT
       MOVE "GRANT" TO W-SYSAUD-ACTION
       PERFORM LOG-ROLE-PERMISSION-CHANGE.
*>_________________________________________________________________________

GRANT-MODULE.

   PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
   PERFORM GRANT-GET-ANOTHER-ROLE UNTIL
                                      ENTRY-ROLE EQUAL SPACES.
*>_________________________________________________________________________

GRANT-GET-ANOTHER-ROLE.

   PERFORM GET-FUNCTION-TO-GRANT. *> force first pass
   PERFORM GET-FUNCTION-TO-GRANT UNTIL ENTRY-FUNCTION EQUAL SPACES.

   PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
*>_________________________________________________________________________

ASK-THE-FUNCTION-TO-THE-USER.

   MOVE SPACES TO ENTRY-FUNCTION.
   DISPLAY "INFORM THE FUNCTION CODE TO " MSG-OPTION " FOR " ENTRY-ROLE
           " (<ENTER> TO END)".
   ACCEPT ENTRY-FUNCTION.
   INSPECT ENTRY-FUNCTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-FUNCTION-TO-GRANT.

   PERFORM ASK-THE-FUNCTION-TO-THE-USER.

   IF ENTRY-FUNCTION NOT EQUAL SPACES
      PERFORM FIND-CATALOGUE-ENTRY
      IF NOT FOUND-FUNCTION
         DISPLAY "UNKNOWN FUNCTION CODE - OPTION 7 LISTS THEM ALL !"
      ELSE
         MOVE ENTRY-ROLE     TO ROLEPERM-ROLE
         MOVE ENTRY-FUNCTION TO ROLEPERM-FUNCTION
         READ ROLE-PERMISSION-FILE RECORD
            INVALID KEY
               MOVE 0 TO W-ROLE-COPIED-COUNT
               PERFORM GRANT-ENTRY-FUNCTION
               IF ERROR-WRITING
                  DISPLAY "ERROR WHILE WRITING THE RECORD !"
               ELSE
                  DISPLAY ENTRY-FUNCTION " " W-FUNCTION-DESCRIPTION " - GRANTED"
               END-IF
            NOT INVALID KEY
               DISPLAY ENTRY-ROLE " ALREADY HOLDS " ENTRY-FUNCTION " !"
         END-READ.
*>_________________________________________________________________________

REVOKE-MODULE.

   PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
   PERFORM REVOKE-GET-ANOTHER-ROLE UNTIL
                                       ENTRY-ROLE EQUAL SPACES.
*>_________________________________________________________________________

REVOKE-GET-ANOTHER-ROLE.

   PERFORM GET-FUNCTION-TO-REVOKE. *> force first pass
   PERFORM GET-FUNCTION-TO-REVOKE UNTIL ENTRY-FUNCTION EQUAL SPACES.

   PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
*>_________________________________________________________________________

GET-FUNCTION-TO-REVOKE.

   PERFORM ASK-THE-FUNCTION-TO-THE-USER.

   IF ENTRY-FUNCTION NOT EQUAL SPACES
      MOVE ENTRY-ROLE     TO ROLEPERM-ROLE
      MOVE ENTRY-FUNCTION TO ROLEPERM-FUNCTION
      READ ROLE-PERMISSION-FILE RECORD
         INVALID KEY
            DISPLAY ENTRY-ROLE " DOES NOT HOLD " ENTRY-FUNCTION " !"
         NOT INVALID KEY
            PERFORM REVOKE-ENTRY-FUNCTION
      END-READ.
*>_________________________________________________________________________

REVOKE-ENTRY-FUNCTION.

   MOVE ROLEPERM-RECORD TO BK-ROLEPERM-RECORD.
   DELETE ROLE-PERMISSION-FILE RECORD
      INVALID KEY
         DISPLAY "ERROR WHILE DELETING THE RECORD !"
         MOVE "DELETE"        TO W-EXCLOG-OPERATION
         MOVE ROLEPERM-ROLE   TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE "ROLEPERM"         TO W-SYSAUD-RECORD-TYPE
         MOVE "REVOKE"           TO W-SYSAUD-ACTION
         MOVE ENTRY-ROLE         TO W-SYSAUD-KEY
         MOVE BK-ROLEPERM-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE SPACES             TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY ENTRY-FUNCTION " - REVOKED"
   END-DELETE.
*>_________________________________________________________________________

DELETE-ROLE-MODULE.

       PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
       PERFORM DELETE-ROLE-GET-ANOTHER UNTIL
                                         ENTRY-ROLE EQUAL SPACES.
*>_________________________________________________________________________

DELETE-ROLE-GET-ANOTHER.

*>   A role still held by a user stays: the user would otherwise be
*>   left with a role that grants nothing and no way to see why.

     PERFORM COUNT-USERS-IN-ROLE.
     PERFORM LOOK-FOR-ROLE-HEADER.
     PERFORM DISPLAY-ROLE-PERMISSIONS.

     IF W-ROLE-USER-COUNT GREATER THAN ZERO
        DISPLAY W-ROLE-USER-COUNT " USER(S) STILL HOLD THIS ROLE - MOVE THEM TO"
        DISPLAY "ANOTHER ROLE IN USER MAINTENANCE FIRST ! <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        MOVE "DO YOU CONFIRM DELETING THIS ROLE AND ITS GRANTS ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
        IF DELETING-IS-CONFIRMED
           PERFORM DELETE-ROLE-AND-GRANTS
           DISPLAY "----- ROLE " ENTRY-ROLE " DELETED ! -----"
           PERFORM JUMP-LINE 3 TIMES.

     PERFORM GET-CHANGEABLE-ROLE-FROM-USER.
*>_________________________________________________________________________

DELETE-ROLE-AND-GRANTS.

     MOVE ENTRY-ROLE TO ROLEPERM-ROLE.
     MOVE LOW-VALUES TO ROLEPERM-FUNCTION.
     MOVE "N" TO W-END-OF-ROLE.
     START ROLE-PERMISSION-FILE KEY IS NOT LESS THAN ROLEPERM-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-ROLE.
     PERFORM DELETE-NEXT-ROLE-RECORD UNTIL END-OF-ROLE.
*>_________________________________________________________________________

DELETE-NEXT-ROLE-RECORD.

     READ ROLE-PERMISSION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ROLE
        NOT AT END
           IF ROLEPERM-ROLE NOT EQUAL ENTRY-ROLE
              MOVE "Y" TO W-END-OF-ROLE
           ELSE
              MOVE ROLEPERM-RECORD TO BK-ROLEPERM-RECORD
              DELETE ROLE-PERMISSION-FILE RECORD
                 INVALID KEY
                    MOVE "DELETE"        TO W-EXCLOG-OPERATION
                    MOVE ROLEPERM-ROLE   TO W-EXCLOG-KEY
                    PERFORM LOG-EXCEPTION-ENTRY
                 NOT INVALID KEY
                    MOVE "ROLEPERM"         TO W-SYSAUD-RECORD-TYPE
                    MOVE "DELETE"           TO W-SYSAUD-ACTION
                    MOVE ENTRY-ROLE         TO W-SYSAUD-KEY
                    MOVE BK-ROLEPERM-RECORD TO W-SYSAUD-BEFORE-IMAGE
                    MOVE SPACES             TO W-SYSAUD-AFTER-IMAGE
                    PERFORM LOG-SYSTEM-AUDIT-ENTRY
              END-DELETE
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-FUNCTIONS-MODULE.

     DISPLAY "CODE      FUNCTION".
     DISPLAY "--------  ------------------------------".
     MOVE 2 TO W-LINES-SHOWN.
     PERFORM LIST-ONE-FUNCTION
             VARYING CATALOGUE-INDEX FROM 1 BY 1
             UNTIL CATALOGUE-INDEX GREATER THAN CATALOGUE-SIZE.

     DISPLAY " ".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-ONE-FUNCTION.

     DISPLAY CATALOGUE-FUNCTION (CATALOGUE-INDEX) "  "
             CATALOGUE-DESCRIPTION (CATALOGUE-INDEX).
     PERFORM PAUSE-WHEN-SCREEN-FULL.
*>_________________________________________________________________________

WRITE-ROLEPERM-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   WRITE ROLEPERM-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "WRITE"       TO W-EXCLOG-OPERATION
          MOVE ROLEPERM-ROLE TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

LOG-ROLE-PERMISSION-CHANGE.

   MOVE "ROLEPERM"      TO W-SYSAUD-RECORD-TYPE.
   MOVE ROLEPERM-ROLE   TO W-SYSAUD-KEY.
   MOVE SPACES          TO W-SYSAUD-BEFORE-IMAGE.
   MOVE ROLEPERM-RECORD TO W-SYSAUD-AFTER-IMAGE.
   PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
*>_________________________________________________________________________

COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
