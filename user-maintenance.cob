      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".

DATA DIVISION.
   FILE SECTION.
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wshash.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE  1 THROUGH 6.

      01 ENTRY-USER-ID                    PIC X(10).


      01 ENTRY-ROLE                       PIC X(10).

      01 W-FOUND-ROLE                     PIC X.
         88 FOUND-ROLE                    VALUE "Y".

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

         88 VALID-ANSWER                  VALUE "Y","N","y","n".
         88 DELETING-IS-CONFIRMED         VALUE "Y","y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(13).

      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 ENTRY-APPROVAL-LIMIT             PIC 9(8)V99.
      77 W-FORMATTED-LIMIT                PIC ZZ,ZZZ,ZZ9.99.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 BK-USER-RECORD                   PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
PROCEDURE DIVISION.

   OPEN I-O USER-FILE.
   OPEN INPUT ROLE-PERMISSION-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE USER-FILE.
   CLOSE ROLE-PERMISSION-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.
        DISPLAY "                             | 2 - ADD USER            |".
        DISPLAY "                             | 3 - CHANGE USER         |".
        DISPLAY "                             | 4 - DELETE USER         |".
        DISPLAY "                             | 5 - UNLOCK USER         |".
        DISPLAY "                             | 6 - APPROVAL LIMIT      |".
        DISPLAY "                             | 0 - EXIT                |".
        DISPLAY "                             ---------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 09 TIMES.
        ACCEPT W-OPTION

        IF W-OPTION EQUAL ZERO
      MOVE "DELETE" TO MSG-OPTION
      PERFORM DELETE-MODULE.

   IF W-OPTION = 5
      MOVE "UNLOCK" TO MSG-OPTION
      PERFORM UNLOCK-MODULE.

   IF W-OPTION = 6
      MOVE "LIMIT" TO MSG-OPTION
      PERFORM LIMIT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
     PERFORM GET-A-VALID-ROLE. *> force first pass
     PERFORM GET-A-VALID-ROLE UNTIL
                                 ENTRY-ROLE EQUAL SPACES *> a quit
                              OR FOUND-ROLE.
*>_________________________________________________________________________

GET-A-VALID-ROLE.

*>   Any role set up in role-maintenance will do; its header record
*>   is what makes it a role.

     MOVE SPACES TO ENTRY-ROLE.
     MOVE "N" TO W-FOUND-ROLE.
     DISPLAY "INFORM THE ROLE (<ENTER> FOR MENU)".
     ACCEPT ENTRY-ROLE.

     IF ENTRY-ROLE NOT EQUAL SPACES
        INSPECT ENTRY-ROLE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
        MOVE ENTRY-ROLE TO ROLEPERM-ROLE
        MOVE SPACES     TO ROLEPERM-FUNCTION
        READ ROLE-PERMISSION-FILE RECORD
           INVALID KEY
              DISPLAY "ROLE NOT FOUND - SEE ROLES / PERMISSIONS ! <ENTER> TO CONTINUE"
              PERFORM JUMP-2-LINES-AND-PAUSE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-ROLE
        END-READ.
*>_________________________________________________________________________

INQUIRY-MODULE.
     DISPLAY "-------------------------------------------".
     DISPLAY "USER ID...: " USER-ID.
     DISPLAY "ROLE......: " USER-ROLE.

     IF USER-IS-LOCKED
        PERFORM FORMAT-LOCKED-DATE
        DISPLAY "STATUS....: LOCKED SINCE " W-FORMATTED-DATE
                " AFTER " USER-FAILED-ATTEMPTS " FAILED ATTEMPT(S)"
     ELSE
        DISPLAY "STATUS....: ACTIVE".

     IF USER-PASSWORD-CHANGED NUMERIC AND USER-PASSWORD-CHANGED NOT EQUAL ZEROS
        COMPUTE DUMMY-FOR-DATE-12 = USER-PASSWORD-CHANGED * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        DISPLAY "PASSWORD..: SET " W-FORMATTED-DATE
     ELSE
        DISPLAY "PASSWORD..: NEVER CHANGED BY THE USER".

     IF PASSWORD-CHANGE-REQUIRED
        DISPLAY "            ( MUST BE CHANGED AT NEXT SIGN-ON )".

     IF USER-LAST-LOGIN-DATE NUMERIC AND USER-LAST-LOGIN-DATE NOT EQUAL ZEROS
        COMPUTE DUMMY-FOR-DATE-12 = USER-LAST-LOGIN-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        DISPLAY "LAST LOGIN: " W-FORMATTED-DATE.

     IF ROLE-IS-ADMIN
        DISPLAY "APPROVES..: VOUCHERS OF ANY AMOUNT"
     ELSE
     IF USER-APPROVAL-LIMIT NUMERIC AND USER-APPROVAL-LIMIT NOT EQUAL ZEROS
        MOVE USER-APPROVAL-LIMIT TO W-FORMATTED-LIMIT
        DISPLAY "APPROVES..: VOUCHERS UP TO " W-FORMATTED-LIMIT
     ELSE
        DISPLAY "APPROVES..: ( NO APPROVAL LIMIT SET )".
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________
    PERFORM GET-THE-NEW-PASSWORD-FROM-USER.

    IF ENTRY-PASSWORD NOT EQUAL SPACES *> not a quit
       MOVE SPACES TO USER-RECORD
       MOVE ENTRY-USER-ID TO USER-ID
       PERFORM SET-TEMPORARY-PASSWORD
       MOVE SPACES TO USER-PASSWORD-HISTORY
       MOVE ZEROS  TO USER-LAST-LOGIN-DATE
       PERFORM GET-THE-NEW-ROLE-FROM-USER
       IF ENTRY-ROLE NOT EQUAL SPACES
          MOVE ENTRY-ROLE TO USER-ROLE
          PERFORM GET-THE-APPROVAL-LIMIT-FROM-USER
          MOVE ENTRY-APPROVAL-LIMIT TO USER-APPROVAL-LIMIT
          PERFORM WRITE-RECORD
          PERFORM JUMP-LINE
          IF ERROR-WRITING
               PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

GET-THE-APPROVAL-LIMIT-FROM-USER.

     MOVE ZEROS TO ENTRY-APPROVAL-LIMIT.
     DISPLAY "LARGEST VOUCHER THE USER MAY APPROVE (0 = MAY NOT APPROVE): ".
     ACCEPT ENTRY-APPROVAL-LIMIT.
*>_________________________________________________________________________

LIMIT-MODULE.

   PERFORM GET-EXISTANT-USER-FROM-USER.
   PERFORM GET-RECORD-AND-SET-LIMIT UNTIL
                                      ENTRY-USER-ID EQUAL SPACES.
*>_________________________________________________________________________

GET-RECORD-AND-SET-LIMIT.

*>   Only the limit changes - unlike a change of user, the password
*>   is left alone.

        PERFORM DISPLAY-USER-RECORD.

        IF ROLE-IS-ADMIN
           DISPLAY "AN ADMIN MAY APPROVE ANY AMOUNT - NO LIMIT TO SET ! <ENTER> TO CONTINUE"
           PERFORM JUMP-2-LINES-AND-PAUSE
        ELSE
           MOVE USER-RECORD TO BK-USER-RECORD
           PERFORM GET-THE-APPROVAL-LIMIT-FROM-USER
           MOVE ENTRY-APPROVAL-LIMIT TO W-FORMATTED-LIMIT
           DISPLAY "NEW APPROVAL LIMIT: " W-FORMATTED-LIMIT
           MOVE "DO YOU CONFIRM THE NEW LIMIT ? <Y/N>" TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF DELETING-IS-CONFIRMED
              MOVE ENTRY-APPROVAL-LIMIT TO USER-APPROVAL-LIMIT
              PERFORM REWRITE-THE-RECORD
              PERFORM JUMP-LINE
              IF ERROR-WRITING
                 DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
                 PERFORM JUMP-2-LINES-AND-PAUSE
              ELSE
                 MOVE "USER"          TO W-SYSAUD-RECORD-TYPE
                 MOVE "CHANGE"        TO W-SYSAUD-ACTION
                 MOVE USER-ID         TO W-SYSAUD-KEY
                 MOVE BK-USER-RECORD  TO W-SYSAUD-BEFORE-IMAGE
                 MOVE USER-RECORD     TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
                 DISPLAY "----- APPROVAL LIMIT CHANGED! -----"
                 PERFORM DISPLAY-USER-RECORD
                 PERFORM JUMP-LINE 3 TIMES.

        PERFORM GET-EXISTANT-USER-FROM-USER.
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-EXISTANT-USER-FROM-USER.

        IF ENTRY-PASSWORD NOT EQUAL SPACES *> not a quit
           MOVE USER-RECORD TO BK-USER-RECORD
           PERFORM SET-TEMPORARY-PASSWORD
           PERFORM GET-THE-NEW-ROLE-FROM-USER
           IF ENTRY-ROLE NOT EQUAL SPACES
              MOVE ENTRY-ROLE TO USER-ROLE
        PERFORM GET-EXISTANT-USER-FROM-USER.
*>_________________________________________________________________________

SET-TEMPORARY-PASSWORD.

*>   A password set here is only ever a temporary one: it is stored
*>   hashed, clears any lockout, and the user has to replace it at
*>   the next sign-on.

   MOVE USER-ID        TO W-HASH-USER-ID.
   MOVE ENTRY-PASSWORD TO W-HASH-CLEAR-PASSWORD.
   PERFORM HASH-PASSWORD.
   MOVE W-HASH-RESULT  TO USER-PASSWORD.
   MOVE "Y"            TO USER-PASSWORD-HASHED.
   MOVE "Y"            TO USER-MUST-CHANGE-PASSWORD.
   MOVE "N"            TO USER-LOCKED.
   MOVE ZEROS          TO USER-FAILED-ATTEMPTS USER-LOCKED-DATE.
   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE W-DAY-TODAY    TO USER-PASSWORD-CHANGED.
*>_________________________________________________________________________

FORMAT-LOCKED-DATE.

   MOVE ZEROS TO W-DATE-MM-DD-CCYY.
   IF USER-LOCKED-DATE NUMERIC
      COMPUTE DUMMY-FOR-DATE-12 = USER-LOCKED-DATE * 10000.0001
      MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
*>_________________________________________________________________________

UNLOCK-MODULE.

       PERFORM GET-EXISTANT-USER-FROM-USER.
       PERFORM GET-REC-UNLOCK-GET-ANOTHER UNTIL
                                         ENTRY-USER-ID EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-UNLOCK-GET-ANOTHER.

     PERFORM DISPLAY-USER-RECORD.

     IF NOT USER-IS-LOCKED
        DISPLAY "THIS USER IS NOT LOCKED ! <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        MOVE "DO YOU CONFIRM UNLOCKING THIS USER ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
        IF DELETING-IS-CONFIRMED
           MOVE USER-RECORD TO BK-USER-RECORD
           MOVE "N"   TO USER-LOCKED
           MOVE ZEROS TO USER-FAILED-ATTEMPTS USER-LOCKED-DATE
           PERFORM REWRITE-THE-RECORD
           IF ERROR-WRITING
              DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
              PERFORM JUMP-2-LINES-AND-PAUSE
           ELSE
              MOVE "USER"          TO W-SYSAUD-RECORD-TYPE
              MOVE "UNLOCK"        TO W-SYSAUD-ACTION
              MOVE USER-ID         TO W-SYSAUD-KEY
              MOVE BK-USER-RECORD  TO W-SYSAUD-BEFORE-IMAGE
              MOVE USER-RECORD     TO W-SYSAUD-AFTER-IMAGE
              PERFORM LOG-SYSTEM-AUDIT-ENTRY
              DISPLAY "----- USER UNLOCKED! -----"
              PERFORM JUMP-LINE 3 TIMES.

     PERFORM GET-EXISTANT-USER-FROM-USER.
*>_________________________________________________________________________

DELETE-MODULE.

       PERFORM GET-EXISTANT-USER-FROM-USER.

COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-HASH-PASSWORD.CBL".
*>_________________________________________________________________________
