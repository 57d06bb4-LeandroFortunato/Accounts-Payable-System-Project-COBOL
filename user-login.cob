
         COPY "SLUSER.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLROLE.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDUSER.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDROLE.CBL".

   WORKING-STORAGE SECTION.

     COPY "wscase01.cbl".
     COPY "wshash.cbl".
     COPY "wsfunc.cbl".

     01 W-VALID-ANSWER                 PIC X.
         88 VALID-ANSWER            VALUE "Y","N".
     01 W-USER-FILE-IS-EMPTY           PIC X.
         88 USER-FILE-IS-EMPTY     VALUE "Y".

     01 W-ROLE-FILE-IS-EMPTY           PIC X.
         88 ROLE-FILE-IS-EMPTY     VALUE "Y".

     01 W-PASSWORD-MATCHES             PIC X.
         88 PASSWORD-MATCHES       VALUE "Y".

     01 W-PASSWORD-CHANGED             PIC X.
         88 PASSWORD-CHANGED       VALUE "Y".

     01 W-PASSWORD-REUSED              PIC X.
         88 PASSWORD-REUSED        VALUE "Y".

*>   Sign-on policy from the control record, defaults filled in.
     77 W-POLICY-EXPIRY-DAYS           PIC 9(03).
     77 W-POLICY-LOCKOUT-ATTEMPTS      PIC 9(02).
     77 W-POLICY-HISTORY-COUNT         PIC 9(01).
     77 W-POLICY-IDLE-TIMEOUT          PIC 9(03).

     77 W-PASSWORD-AGE-DAYS            PIC S9(06).
     77 W-HISTORY-INDEX                PIC 9(01).
     77 W-PASSWORD-LENGTH              PIC 9(02).
     77 ENTRY-NEW-PASSWORD             PIC X(20).
     77 ENTRY-NEW-PASSWORD-AGAIN       PIC X(20).
     77 W-NEW-PASSWORD-HASH            PIC X(20).
     77 BK-USER-RECORD                 PIC X(512).

     77 W-SYSAUD-RECORD-TYPE           PIC X(10).
     77 W-SYSAUD-ACTION                PIC X(06).
     77 W-SYSAUD-KEY                   PIC X(15).
     77 W-SYSAUD-BEFORE-IMAGE          PIC X(512).
     77 W-SYSAUD-AFTER-IMAGE           PIC X(512).
     77 W-SYSAUD-USER-ID               PIC X(20).

     01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
        05 W-SYSAUD-DAY-TODAY          PIC 9(8).
        05 FILLER                      PIC X(1).
        05 W-SYSAUD-TIME-NOW           PIC 9(5).
        05 FILLER                      PIC X(7).

     01 W-ACTIVITY-TIME-RIGHT-NOW.
        05 FILLER                      PIC X(8).
        05 W-ACTIVITY-TIME-NOW         PIC 9(6).
        05 FILLER                      PIC X(7).

     77 ENTRY-USER-ID                  PIC X(10).
     77 ENTRY-PASSWORD                 PIC X(20).
     77 ENTRY-COMPANY                  PIC 9(01).

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM READ-SIGN-ON-POLICY.

   OPEN I-O USER-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM SEED-DEFAULT-ADMIN-IF-EMPTY.
   PERFORM SEED-STANDARD-ROLES-IF-EMPTY.

   PERFORM INVALIDATE-SESSION-RECORD.

                                         OR W-LOGIN-ATTEMPTS EQUAL 3.

   CLOSE USER-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   IF LOGIN-SUCCESSFUL
      PERFORM GET-COMPANY-SELECTION
   DISPLAY "PASSWORD.: " WITH NO ADVANCING.
   ACCEPT ENTRY-PASSWORD.

   INSPECT ENTRY-USER-ID CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE ENTRY-USER-ID TO USER-ID.
   MOVE "N" TO W-ERROR-READING-USER.

       INVALID KEY
           MOVE "Y" TO W-ERROR-READING-USER.

   IF ERROR-READING-USER
      ADD 1 TO W-LOGIN-ATTEMPTS
      DISPLAY "INVALID USER ID OR PASSWORD ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF USER-IS-LOCKED
         ADD 1 TO W-LOGIN-ATTEMPTS
         DISPLAY "THIS USER ID IS LOCKED - ASK AN ADMINISTRATOR TO UNLOCK IT ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         PERFORM CHECK-ENTERED-PASSWORD
         IF NOT PASSWORD-MATCHES
            ADD 1 TO W-LOGIN-ATTEMPTS
            PERFORM COUNT-FAILED-ATTEMPT
            DISPLAY "INVALID USER ID OR PASSWORD ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         ELSE
            PERFORM ACCEPT-SUCCESSFUL-SIGN-ON.
*>_________________________________________________________________________

CHECK-ENTERED-PASSWORD.

*>   Users carried over from before hashing still hold the clear
*>   password; it is compared as is, replaced by its hash on the
*>   first good sign-on, and a new one is required straight away.

   MOVE "N" TO W-PASSWORD-MATCHES.

   IF USER-PASSWORD-IS-HASHED
      MOVE USER-ID        TO W-HASH-USER-ID
      MOVE ENTRY-PASSWORD TO W-HASH-CLEAR-PASSWORD
      PERFORM HASH-PASSWORD
      IF W-HASH-RESULT EQUAL USER-PASSWORD
         MOVE "Y" TO W-PASSWORD-MATCHES
      END-IF
   ELSE
      IF ENTRY-PASSWORD EQUAL USER-PASSWORD
         MOVE "Y" TO W-PASSWORD-MATCHES.
*>_________________________________________________________________________

COUNT-FAILED-ATTEMPT.

   MOVE USER-RECORD TO BK-USER-RECORD.
   IF USER-FAILED-ATTEMPTS NOT NUMERIC
      MOVE ZEROS TO USER-FAILED-ATTEMPTS.
   ADD 1 TO USER-FAILED-ATTEMPTS.

   IF USER-FAILED-ATTEMPTS NOT LESS THAN W-POLICY-LOCKOUT-ATTEMPTS
      MOVE "Y"         TO USER-LOCKED
      MOVE W-DAY-TODAY TO USER-LOCKED-DATE.

   REWRITE USER-RECORD
      INVALID KEY
         DISPLAY "*** ERROR UPDATING THE USER RECORD ! ***".

   IF USER-IS-LOCKED
      MOVE "USER"         TO W-SYSAUD-RECORD-TYPE
      MOVE "LOCK"         TO W-SYSAUD-ACTION
      MOVE USER-ID        TO W-SYSAUD-KEY
      MOVE BK-USER-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE USER-RECORD    TO W-SYSAUD-AFTER-IMAGE
      PERFORM LOG-SYSTEM-AUDIT-ENTRY
      DISPLAY "TOO MANY FAILED ATTEMPTS - USER ID " USER-ID " IS NOW LOCKED !".
*>_________________________________________________________________________

ACCEPT-SUCCESSFUL-SIGN-ON.

   MOVE USER-RECORD TO BK-USER-RECORD.

   IF NOT USER-PASSWORD-IS-HASHED
      MOVE USER-ID        TO W-HASH-USER-ID
      MOVE ENTRY-PASSWORD TO W-HASH-CLEAR-PASSWORD
      PERFORM HASH-PASSWORD
      MOVE W-HASH-RESULT  TO USER-PASSWORD
      MOVE "Y"            TO USER-PASSWORD-HASHED
      MOVE SPACES         TO USER-PASSWORD-HISTORY
      MOVE "Y"            TO USER-MUST-CHANGE-PASSWORD.

   IF USER-PASSWORD-CHANGED NOT NUMERIC
      MOVE ZEROS TO USER-PASSWORD-CHANGED.

   IF USER-PASSWORD-CHANGED EQUAL ZEROS
      MOVE "Y" TO USER-MUST-CHANGE-PASSWORD
   ELSE
      COMPUTE W-PASSWORD-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
            - FUNCTION INTEGER-OF-DATE(USER-PASSWORD-CHANGED)
      IF W-PASSWORD-AGE-DAYS NOT LESS THAN W-POLICY-EXPIRY-DAYS
         DISPLAY "YOUR PASSWORD HAS EXPIRED."
         MOVE "Y" TO USER-MUST-CHANGE-PASSWORD.

   MOVE "Y" TO W-PASSWORD-CHANGED.
   IF PASSWORD-CHANGE-REQUIRED
      PERFORM FORCE-PASSWORD-CHANGE.

   IF PASSWORD-CHANGED
      MOVE ZEROS       TO USER-FAILED-ATTEMPTS
      MOVE W-DAY-TODAY TO USER-LAST-LOGIN-DATE
      REWRITE USER-RECORD
         INVALID KEY
            DISPLAY "*** ERROR UPDATING THE USER RECORD ! ***"
      END-REWRITE
      MOVE "Y" TO W-LOGIN-SUCCESSFUL
   ELSE
      ADD 1 TO W-LOGIN-ATTEMPTS
      DISPLAY "A NEW PASSWORD IS REQUIRED TO SIGN ON ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

FORCE-PASSWORD-CHANGE.

   MOVE "N" TO W-PASSWORD-CHANGED.
   DISPLAY "YOU MUST CHOOSE A NEW PASSWORD BEFORE GOING ON.".

   PERFORM ASK-FOR-NEW-PASSWORD. *> force first pass
   PERFORM ASK-FOR-NEW-PASSWORD UNTIL
                                   ENTRY-NEW-PASSWORD EQUAL SPACES
                                OR PASSWORD-CHANGED.
*>_________________________________________________________________________

ASK-FOR-NEW-PASSWORD.

   DISPLAY "NEW PASSWORD (AT LEAST 8 CHARACTERS, <ENTER> TO GIVE UP): " WITH NO ADVANCING.
   MOVE SPACES TO ENTRY-NEW-PASSWORD.
   ACCEPT ENTRY-NEW-PASSWORD.

   IF ENTRY-NEW-PASSWORD NOT EQUAL SPACES
      DISPLAY "NEW PASSWORD AGAIN..: " WITH NO ADVANCING
      MOVE SPACES TO ENTRY-NEW-PASSWORD-AGAIN
      ACCEPT ENTRY-NEW-PASSWORD-AGAIN
      PERFORM VALIDATE-NEW-PASSWORD.
*>_________________________________________________________________________

VALIDATE-NEW-PASSWORD.

   MOVE USER-ID            TO W-HASH-USER-ID.
   MOVE ENTRY-NEW-PASSWORD TO W-HASH-CLEAR-PASSWORD.
   PERFORM HASH-PASSWORD.
   MOVE W-HASH-RESULT      TO W-NEW-PASSWORD-HASH.

   MOVE "N" TO W-PASSWORD-REUSED.
   IF W-NEW-PASSWORD-HASH EQUAL USER-PASSWORD
      MOVE "Y" TO W-PASSWORD-REUSED.
   PERFORM CHECK-ONE-OLD-PASSWORD
      VARYING W-HISTORY-INDEX FROM 1 BY 1
        UNTIL W-HISTORY-INDEX GREATER THAN W-POLICY-HISTORY-COUNT.

   MOVE ZEROS TO W-PASSWORD-LENGTH.
   INSPECT FUNCTION REVERSE(ENTRY-NEW-PASSWORD)
           TALLYING W-PASSWORD-LENGTH FOR LEADING SPACES.
   COMPUTE W-PASSWORD-LENGTH = 20 - W-PASSWORD-LENGTH.

   IF ENTRY-NEW-PASSWORD-AGAIN NOT EQUAL ENTRY-NEW-PASSWORD
      DISPLAY "THE TWO ENTRIES DO NOT MATCH ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF W-PASSWORD-LENGTH LESS THAN 8
         DISPLAY "THE PASSWORD MUST BE AT LEAST 8 CHARACTERS ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         IF PASSWORD-REUSED
            DISPLAY "THAT PASSWORD WAS USED RECENTLY - CHOOSE ANOTHER ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         ELSE
            PERFORM SAVE-NEW-PASSWORD.
*>_________________________________________________________________________

CHECK-ONE-OLD-PASSWORD.

   IF USER-OLD-PASSWORD (W-HISTORY-INDEX) EQUAL W-NEW-PASSWORD-HASH
      MOVE "Y" TO W-PASSWORD-REUSED.
*>_________________________________________________________________________

SAVE-NEW-PASSWORD.

*>   The outgoing hash goes to the top of the history; the oldest
*>   drops off the end.

   MOVE USER-OLD-PASSWORD (4) TO USER-OLD-PASSWORD (5).
   MOVE USER-OLD-PASSWORD (3) TO USER-OLD-PASSWORD (4).
   MOVE USER-OLD-PASSWORD (2) TO USER-OLD-PASSWORD (3).
   MOVE USER-OLD-PASSWORD (1) TO USER-OLD-PASSWORD (2).
   MOVE USER-PASSWORD         TO USER-OLD-PASSWORD (1).

   MOVE W-NEW-PASSWORD-HASH TO USER-PASSWORD.
   MOVE "Y"                 TO USER-PASSWORD-HASHED.
   MOVE W-DAY-TODAY         TO USER-PASSWORD-CHANGED.
   MOVE "N"                 TO USER-MUST-CHANGE-PASSWORD.

   MOVE "USER"         TO W-SYSAUD-RECORD-TYPE.
   MOVE "PASSWD"       TO W-SYSAUD-ACTION.
   MOVE USER-ID        TO W-SYSAUD-KEY.
   MOVE BK-USER-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE USER-RECORD    TO W-SYSAUD-AFTER-IMAGE.
   PERFORM LOG-SYSTEM-AUDIT-ENTRY.

   MOVE "Y" TO W-PASSWORD-CHANGED.
   DISPLAY "PASSWORD CHANGED.".
*>_________________________________________________________________________

READ-SIGN-ON-POLICY.

*>   The policy lives on company 1's control record - the company
*>   is not known until after sign-on.

   OPEN INPUT CONTROL-FILE.
   MOVE 1 TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE ZEROS TO CONTROL-PASSWORD-EXPIRY-DAYS
                       CONTROL-LOCKOUT-ATTEMPTS
                       CONTROL-PASSWORD-HISTORY
                       CONTROL-IDLE-TIMEOUT-MINUTES.
   CLOSE CONTROL-FILE.

   MOVE 90 TO W-POLICY-EXPIRY-DAYS.
   IF CONTROL-PASSWORD-EXPIRY-DAYS NUMERIC
      AND CONTROL-PASSWORD-EXPIRY-DAYS GREATER THAN ZEROS
      MOVE CONTROL-PASSWORD-EXPIRY-DAYS TO W-POLICY-EXPIRY-DAYS.

   MOVE 5 TO W-POLICY-LOCKOUT-ATTEMPTS.
   IF CONTROL-LOCKOUT-ATTEMPTS NUMERIC
      AND CONTROL-LOCKOUT-ATTEMPTS GREATER THAN ZEROS
      MOVE CONTROL-LOCKOUT-ATTEMPTS TO W-POLICY-LOCKOUT-ATTEMPTS.

   MOVE 5 TO W-POLICY-HISTORY-COUNT.
   IF CONTROL-PASSWORD-HISTORY NUMERIC
      AND CONTROL-PASSWORD-HISTORY GREATER THAN ZEROS
      AND CONTROL-PASSWORD-HISTORY LESS THAN 5
      MOVE CONTROL-PASSWORD-HISTORY TO W-POLICY-HISTORY-COUNT.

   MOVE 30 TO W-POLICY-IDLE-TIMEOUT.
   IF CONTROL-IDLE-TIMEOUT-MINUTES NUMERIC
      AND CONTROL-IDLE-TIMEOUT-MINUTES GREATER THAN ZEROS
      MOVE CONTROL-IDLE-TIMEOUT-MINUTES TO W-POLICY-IDLE-TIMEOUT.
*>_________________________________________________________________________

SEED-DEFAULT-ADMIN-IF-EMPTY.
         AT END
            MOVE "Y" TO W-USER-FILE-IS-EMPTY.

*>   The seeded password is hashed like any other and must be
*>   replaced at the first sign-on.

   IF USER-FILE-IS-EMPTY
      MOVE SPACES    TO USER-RECORD
      MOVE "ADMIN"   TO USER-ID
      MOVE "ADMIN"   TO W-HASH-USER-ID
      MOVE "ADMIN"   TO W-HASH-CLEAR-PASSWORD
      PERFORM HASH-PASSWORD
      MOVE W-HASH-RESULT TO USER-PASSWORD
      MOVE "Y"       TO USER-PASSWORD-HASHED
      MOVE "ADMIN"   TO USER-ROLE
      MOVE ZEROS     TO USER-PASSWORD-CHANGED USER-FAILED-ATTEMPTS
                        USER-LOCKED-DATE USER-LAST-LOGIN-DATE
                        USER-APPROVAL-LIMIT
      MOVE "Y"       TO USER-MUST-CHANGE-PASSWORD
      MOVE "N"       TO USER-LOCKED
      WRITE USER-RECORD
      DISPLAY "NO USERS FOUND - CREATED DEFAULT ACCOUNT ADMIN/ADMIN."
      DISPLAY "A NEW PASSWORD WILL BE REQUIRED AT THE FIRST SIGN-ON ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

SEED-STANDARD-ROLES-IF-EMPTY.

*>   A new installation (or one that predates the role/permission
*>   matrix) starts with the standard roles; DATAENTRY keeps exactly
*>   what it could do before.

   OPEN I-O ROLE-PERMISSION-FILE.

   MOVE "N" TO W-ROLE-FILE-IS-EMPTY.
   MOVE LOW-VALUES TO ROLEPERM-KEY.
   START ROLE-PERMISSION-FILE KEY IS NOT LESS THAN ROLEPERM-KEY
      INVALID KEY
         MOVE "Y" TO W-ROLE-FILE-IS-EMPTY.

   IF NOT ROLE-FILE-IS-EMPTY
      READ ROLE-PERMISSION-FILE NEXT RECORD
         AT END
            MOVE "Y" TO W-ROLE-FILE-IS-EMPTY.

   IF ROLE-FILE-IS-EMPTY
      MOVE SPACES    TO ROLEPERM-RECORD
      MOVE "ADMIN"   TO ROLEPERM-ROLE
      MOVE "ADMINISTRATOR - EVERY FUNCTION" TO ROLEPERM-DESCRIPTION
      MOVE "SYSTEM"  TO ROLEPERM-GRANTED-BY
      MOVE W-DAY-TODAY TO ROLEPERM-GRANTED-DATE
      WRITE ROLEPERM-RECORD
      PERFORM SEED-ONE-STANDARD-ROLE
              VARYING STANDARD-ROLE-INDEX FROM 1 BY 1
              UNTIL STANDARD-ROLE-INDEX GREATER THAN 6
      DISPLAY "NO ROLES FOUND - THE STANDARD ROLES AND PERMISSIONS HAVE BEEN CREATED."
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   CLOSE ROLE-PERMISSION-FILE.
*>_________________________________________________________________________

SEED-ONE-STANDARD-ROLE.

   MOVE SPACES TO ROLEPERM-RECORD.
   MOVE STANDARD-ROLE-CODE (STANDARD-ROLE-INDEX)        TO ROLEPERM-ROLE.
   MOVE STANDARD-ROLE-DESCRIPTION (STANDARD-ROLE-INDEX) TO ROLEPERM-DESCRIPTION.
   MOVE "SYSTEM"    TO ROLEPERM-GRANTED-BY.
   MOVE W-DAY-TODAY TO ROLEPERM-GRANTED-DATE.
   WRITE ROLEPERM-RECORD.

   MOVE SPACES TO ROLEPERM-DESCRIPTION.
   PERFORM SEED-ONE-STANDARD-GRANT
           VARYING CATALOGUE-INDEX FROM 1 BY 1
           UNTIL CATALOGUE-INDEX GREATER THAN CATALOGUE-SIZE.
*>_________________________________________________________________________

SEED-ONE-STANDARD-GRANT.

   IF CATALOGUE-STANDARD-GRANT (CATALOGUE-INDEX, STANDARD-ROLE-INDEX)
         NOT EQUAL "-"
      MOVE CATALOGUE-FUNCTION (CATALOGUE-INDEX) TO ROLEPERM-FUNCTION
      WRITE ROLEPERM-RECORD.
*>_________________________________________________________________________

INVALIDATE-SESSION-RECORD.

   ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
         MOVE ZEROS  TO SESSION-LOGIN-DATE SESSION-LOGIN-TIME
         MOVE ZEROS  TO SESSION-COMPANY
         MOVE "N"    TO SESSION-ACTIVE
         MOVE ZEROS  TO SESSION-LAST-ACTIVITY-DATE SESSION-LAST-ACTIVITY-TIME
         MOVE ZEROS  TO SESSION-IDLE-TIMEOUT
         WRITE SESSION-RECORD
      NOT INVALID KEY
         MOVE SPACES TO SESSION-USER-ID
         MOVE ZEROS  TO SESSION-LOGIN-DATE SESSION-LOGIN-TIME
         MOVE ZEROS  TO SESSION-COMPANY
         MOVE "N"    TO SESSION-ACTIVE
         MOVE ZEROS  TO SESSION-LAST-ACTIVITY-DATE SESSION-LAST-ACTIVITY-TIME
         MOVE ZEROS  TO SESSION-IDLE-TIMEOUT
         REWRITE SESSION-RECORD.
   CLOSE SESSION-FILE.
*>_________________________________________________________________________
SAVE-SESSION-RECORD.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE FUNCTION CURRENT-DATE TO W-ACTIVITY-TIME-RIGHT-NOW.
   ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session

*> the training launcher sets AP_TRAINING=Y and routes every file
         MOVE ENTRY-COMPANY       TO SESSION-COMPANY
         MOVE "Y"                 TO SESSION-ACTIVE
         MOVE W-TRAINING-FLAG     TO SESSION-TRAINING
         MOVE W-DAY-TODAY         TO SESSION-LAST-ACTIVITY-DATE
         MOVE W-ACTIVITY-TIME-NOW TO SESSION-LAST-ACTIVITY-TIME
         MOVE W-POLICY-IDLE-TIMEOUT TO SESSION-IDLE-TIMEOUT
         WRITE SESSION-RECORD
      NOT INVALID KEY
         MOVE ENTRY-USER-ID       TO SESSION-USER-ID
         MOVE ENTRY-COMPANY       TO SESSION-COMPANY
         MOVE "Y"                 TO SESSION-ACTIVE
         MOVE W-TRAINING-FLAG     TO SESSION-TRAINING
         MOVE W-DAY-TODAY         TO SESSION-LAST-ACTIVITY-DATE
         MOVE W-ACTIVITY-TIME-NOW TO SESSION-LAST-ACTIVITY-TIME
         MOVE W-POLICY-IDLE-TIMEOUT TO SESSION-IDLE-TIMEOUT
         REWRITE SESSION-RECORD.
   CLOSE SESSION-FILE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
*>_________________________________________________________________________

COPY "PL-HASH-PASSWORD.CBL".
COPY "PLSYSAUD.CBL".
