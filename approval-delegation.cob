IDENTIFICATION DIVISION.
PROGRAM-ID. approval-delegation.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLDELEG.CBL".
      COPY "SLUSER.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDDELEG.CBL".
      COPY "FDUSER.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE  1 THROUGH 3.

      01 ENTRY-DELEGATE-USER              PIC X(10).

      01 ENTRY-START-DATE                 PIC 9(08).

      01 ENTRY-END-DATE                   PIC 9(08).

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

      01 W-VALID-DELEGATE                 PIC X.
         88 VALID-DELEGATE                VALUE "Y".

      01 W-OVERLAP-FOUND                  PIC X.
         88 OVERLAP-FOUND                 VALUE "Y".

      01 W-ERROR-WRITING                  PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N","y","n".
         88 SAVING-IS-CONFIRMED           VALUE "Y","y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(13).

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-LINES-SHOWN                    PIC 9(02).
      77 W-DELEGATIONS-SHOWN              PIC 9(03).
      77 W-DELEGATION-STATE               PIC X(09).
      77 W-FORMATTED-LIMIT                PIC ZZ,ZZZ,ZZ9.99.
      77 W-SHOW-START-DATE                PIC 99/99/9999.
      77 W-SHOW-END-DATE                  PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 BK-DELEG-RECORD                  PIC X(512).

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

      77 W-EXCLOG-PROGRAM         PIC X(20) VALUE "APPR-DELEG".
      77 W-EXCLOG-OPERATION       PIC X(08).
      77 W-EXCLOG-KEY             PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY    PIC 9(8).
         05 FILLER                PIC X(1).
         05 W-EXCLOG-TIME-NOW     PIC 9(5).
         05 FILLER                PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(50).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM READ-CURRENT-USER.

   OPEN I-O APPROVAL-DELEGATION-FILE.
   OPEN INPUT USER-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE APPROVAL-DELEGATION-FILE.
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
        DISPLAY "                          VOUCHER APPROVAL DELEGATION".
        DISPLAY " "
        DISPLAY "                             ----------------------------------".
        DISPLAY "                             | 1 - LIST MY DELEGATIONS        |".
        DISPLAY "                             | 2 - DELEGATE MY APPROVALS      |".
        DISPLAY "                             | 3 - CANCEL A DELEGATION        |".
        DISPLAY "                             | 0 - EXIT                       |".
        DISPLAY "                             ----------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 12 TIMES.
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
      PERFORM LIST-DELEGATIONS-MODULE.

   IF W-OPTION = 2
      PERFORM DELEGATE-MODULE.

   IF W-OPTION = 3
      PERFORM CANCEL-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

PAUSE-WHEN-SCREEN-FULL.

   ADD 1 TO W-LINES-SHOWN.
   IF W-LINES-SHOWN GREATER THAN 17
      DISPLAY "<ENTER> FOR MORE"
      ACCEPT DUMMY
      MOVE 0 TO W-LINES-SHOWN.
*>_________________________________________________________________________

LIST-DELEGATIONS-MODULE.

     DISPLAY "DELEGATED BY YOU:".
     DISPLAY "TO USER    FROM       THROUGH    STATE".
     DISPLAY "---------- ---------- ---------- ---------".
     MOVE 3 TO W-LINES-SHOWN.
     MOVE 0 TO W-DELEGATIONS-SHOWN.

     PERFORM START-AT-MY-DELEGATIONS.
     PERFORM LIST-NEXT-GIVEN-DELEGATION UNTIL END-OF-FILE.

     IF W-DELEGATIONS-SHOWN EQUAL ZERO
        DISPLAY "( NONE )"
        PERFORM PAUSE-WHEN-SCREEN-FULL.

     DISPLAY " ".
     DISPLAY "DELEGATED TO YOU:".
     DISPLAY "BY USER    FROM       THROUGH    STATE".
     DISPLAY "---------- ---------- ---------- ---------".
     ADD 4 TO W-LINES-SHOWN.
     MOVE 0 TO W-DELEGATIONS-SHOWN.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO DELEG-KEY.
     START APPROVAL-DELEGATION-FILE KEY IS NOT LESS THAN DELEG-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LIST-NEXT-RECEIVED-DELEGATION UNTIL END-OF-FILE.

     IF W-DELEGATIONS-SHOWN EQUAL ZERO
        DISPLAY "( NONE )".

     DISPLAY " ".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

START-AT-MY-DELEGATIONS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE W-CURRENT-USER-ID TO DELEG-FROM-USER.
     MOVE ZEROS TO DELEG-START-DATE.
     START APPROVAL-DELEGATION-FILE KEY IS NOT LESS THAN DELEG-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

LIST-NEXT-GIVEN-DELEGATION.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DELEG-FROM-USER NOT EQUAL W-CURRENT-USER-ID
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              PERFORM SET-DELEGATION-STATE
              DISPLAY DELEG-TO-USER " " W-SHOW-START-DATE " "
                      W-SHOW-END-DATE " " W-DELEGATION-STATE
              ADD 1 TO W-DELEGATIONS-SHOWN
              PERFORM PAUSE-WHEN-SCREEN-FULL
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-NEXT-RECEIVED-DELEGATION.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DELEG-TO-USER EQUAL W-CURRENT-USER-ID
              PERFORM SET-DELEGATION-STATE
              DISPLAY DELEG-FROM-USER " " W-SHOW-START-DATE " "
                      W-SHOW-END-DATE " " W-DELEGATION-STATE
              ADD 1 TO W-DELEGATIONS-SHOWN
              PERFORM PAUSE-WHEN-SCREEN-FULL
           END-IF
     END-READ.
*>_________________________________________________________________________

SET-DELEGATION-STATE.

     COMPUTE DUMMY-FOR-DATE-12 = DELEG-START-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-SHOW-START-DATE.
     COMPUTE DUMMY-FOR-DATE-12 = DELEG-END-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-SHOW-END-DATE.

     IF DELEG-IS-CANCELLED
        MOVE "CANCELLED" TO W-DELEGATION-STATE
     ELSE
        IF DELEG-END-DATE LESS THAN W-DAY-TODAY
           MOVE "EXPIRED" TO W-DELEGATION-STATE
        ELSE
           IF DELEG-START-DATE GREATER THAN W-DAY-TODAY
              MOVE "SCHEDULED" TO W-DELEGATION-STATE
           ELSE
              MOVE "ACTIVE" TO W-DELEGATION-STATE.
*>_________________________________________________________________________

DELEGATE-MODULE.

*>   Only approval authority is handed over - the colleague approves
*>   up to the absent user's limit and never beyond it.

     MOVE W-CURRENT-USER-ID TO USER-ID.
     MOVE "Y" TO W-FOUND-RECORD.
     READ USER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-RECORD.

     IF NOT FOUND-RECORD
        DISPLAY "YOUR USER RECORD WAS NOT FOUND ! <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        IF NOT ROLE-IS-ADMIN
           AND (USER-APPROVAL-LIMIT NOT NUMERIC
                OR USER-APPROVAL-LIMIT EQUAL ZERO)
           DISPLAY "YOU HAVE NO APPROVAL LIMIT TO DELEGATE ! <ENTER> TO CONTINUE"
           PERFORM JUMP-2-LINES-AND-PAUSE
        ELSE
           PERFORM SHOW-AUTHORITY-TO-DELEGATE
           PERFORM GET-THE-DELEGATE-FROM-USER
           IF ENTRY-DELEGATE-USER NOT EQUAL SPACES
              PERFORM GET-THE-DELEGATION-DATES
              PERFORM CHECK-FOR-OVERLAPPING-DELEGATION
              IF OVERLAP-FOUND
                 DISPLAY "YOU ALREADY DELEGATE FOR PART OF THOSE DATES - CANCEL THAT ONE FIRST !"
                 DISPLAY "<ENTER> TO CONTINUE"
                 PERFORM JUMP-2-LINES-AND-PAUSE
              ELSE
                 MOVE "DO YOU CONFIRM THIS DELEGATION ?" TO MSG-CONFIRMATION
                 PERFORM ASK-USER-IF-WANT-TO-COMPLETE
                 IF SAVING-IS-CONFIRMED
                    PERFORM SAVE-NEW-DELEGATION.
*>_________________________________________________________________________

SHOW-AUTHORITY-TO-DELEGATE.

     IF ROLE-IS-ADMIN
        DISPLAY "YOU MAY APPROVE VOUCHERS OF ANY AMOUNT."
     ELSE
        MOVE USER-APPROVAL-LIMIT TO W-FORMATTED-LIMIT
        DISPLAY "YOU MAY APPROVE VOUCHERS UP TO " W-FORMATTED-LIMIT ".".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

GET-THE-DELEGATE-FROM-USER.

       PERFORM ASK-FOR-A-VALID-DELEGATE. *> force first pass
       PERFORM ASK-FOR-A-VALID-DELEGATE UNTIL
                                          ENTRY-DELEGATE-USER EQUAL SPACES
                                       OR VALID-DELEGATE.
*>_________________________________________________________________________

ASK-FOR-A-VALID-DELEGATE.

     MOVE "N" TO W-VALID-DELEGATE.
     MOVE SPACES TO ENTRY-DELEGATE-USER.
     DISPLAY "INFORM THE USER WHO WILL APPROVE FOR YOU (<ENTER> FOR MENU)".
     ACCEPT ENTRY-DELEGATE-USER.
     INSPECT ENTRY-DELEGATE-USER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF ENTRY-DELEGATE-USER NOT EQUAL SPACES
        IF ENTRY-DELEGATE-USER EQUAL W-CURRENT-USER-ID
           DISPLAY "YOU CANNOT DELEGATE TO YOURSELF !"
        ELSE
           MOVE ENTRY-DELEGATE-USER TO USER-ID
           READ USER-FILE RECORD
              INVALID KEY
                 DISPLAY "USER NOT FOUND !"
              NOT INVALID KEY
                 IF USER-IS-LOCKED
                    DISPLAY "THAT USER IS LOCKED OUT AND CANNOT APPROVE !"
                 ELSE
                    MOVE "Y" TO W-VALID-DELEGATE
                 END-IF
           END-READ.
*>_________________________________________________________________________

GET-THE-DELEGATION-DATES.

     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.

     MOVE ZEROS TO ENTRY-START-DATE.
     PERFORM GET-THE-START-DATE UNTIL ENTRY-START-DATE NOT LESS THAN W-DAY-TODAY.

     MOVE ZEROS TO ENTRY-END-DATE.
     PERFORM GET-THE-END-DATE UNTIL ENTRY-END-DATE NOT LESS THAN ENTRY-START-DATE.
*>_________________________________________________________________________

GET-THE-START-DATE.

     MOVE "AWAY FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-START-DATE.
     IF ENTRY-START-DATE LESS THAN W-DAY-TODAY
        DISPLAY "A DELEGATION CANNOT START IN THE PAST !".
*>_________________________________________________________________________

GET-THE-END-DATE.

     MOVE "BACK AFTER: (MM-DD-YYYY, LAST DAY AWAY)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-END-DATE.
     IF ENTRY-END-DATE LESS THAN ENTRY-START-DATE
        DISPLAY "THE LAST DAY CANNOT BE BEFORE THE FIRST !".
*>_________________________________________________________________________

CHECK-FOR-OVERLAPPING-DELEGATION.

*>   One active delegation per day: a voucher approved for an absent
*>   user must have exactly one colleague acting for them.

     MOVE "N" TO W-OVERLAP-FOUND.
     PERFORM START-AT-MY-DELEGATIONS.
     PERFORM CHECK-NEXT-DELEGATION-OVERLAP UNTIL END-OF-FILE
                                              OR OVERLAP-FOUND.
*>_________________________________________________________________________

CHECK-NEXT-DELEGATION-OVERLAP.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DELEG-FROM-USER NOT EQUAL W-CURRENT-USER-ID
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              IF DELEG-IS-ACTIVE
                 AND DELEG-START-DATE NOT GREATER THAN ENTRY-END-DATE
                 AND DELEG-END-DATE NOT LESS THAN ENTRY-START-DATE
                 MOVE "Y" TO W-OVERLAP-FOUND
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SAVE-NEW-DELEGATION.

*>   A cancelled delegation that started the same day is replaced.

     MOVE W-CURRENT-USER-ID TO DELEG-FROM-USER.
     MOVE ENTRY-START-DATE  TO DELEG-START-DATE.
     MOVE "N" TO W-FOUND-RECORD.
     MOVE SPACES TO BK-DELEG-RECORD.
     READ APPROVAL-DELEGATION-FILE RECORD
        NOT INVALID KEY
           MOVE "Y" TO W-FOUND-RECORD
           MOVE DELEG-RECORD TO BK-DELEG-RECORD.

     MOVE W-CURRENT-USER-ID   TO DELEG-FROM-USER.
     MOVE ENTRY-START-DATE    TO DELEG-START-DATE.
     MOVE ENTRY-DELEGATE-USER TO DELEG-TO-USER.
     MOVE ENTRY-END-DATE      TO DELEG-END-DATE.
     MOVE "A"                 TO DELEG-STATUS.
     MOVE W-CURRENT-USER-ID   TO DELEG-CREATED-BY.
     MOVE W-DAY-TODAY         TO DELEG-CREATED-DATE.

     MOVE "N" TO W-ERROR-WRITING.
     IF FOUND-RECORD
        MOVE "CHANGE" TO W-SYSAUD-ACTION
        REWRITE DELEG-RECORD
           INVALID KEY
              MOVE "Y" TO W-ERROR-WRITING
              MOVE "REWRITE" TO W-EXCLOG-OPERATION
        END-REWRITE
     ELSE
        MOVE "ADD" TO W-SYSAUD-ACTION
        WRITE DELEG-RECORD
           INVALID KEY
              MOVE "Y" TO W-ERROR-WRITING
              MOVE "WRITE" TO W-EXCLOG-OPERATION
        END-WRITE.

     IF ERROR-WRITING
        MOVE DELEG-FROM-USER TO W-EXCLOG-KEY
        PERFORM LOG-EXCEPTION-ENTRY
        DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        PERFORM LOG-DELEGATION-CHANGE
        DISPLAY "----- " ENTRY-DELEGATE-USER " WILL APPROVE FOR YOU ON THOSE DATES ! -----"
        DISPLAY "<ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE.
*>_________________________________________________________________________

CANCEL-MODULE.

     DISPLAY "YOUR DELEGATIONS NOT YET OVER:".
     DISPLAY "TO USER    FROM       THROUGH    STATE".
     DISPLAY "---------- ---------- ---------- ---------".
     MOVE 3 TO W-LINES-SHOWN.
     MOVE 0 TO W-DELEGATIONS-SHOWN.

     PERFORM START-AT-MY-DELEGATIONS.
     PERFORM LIST-NEXT-CANCELLABLE-DELEGATION UNTIL END-OF-FILE.

     IF W-DELEGATIONS-SHOWN EQUAL ZERO
        DISPLAY "( NONE ) <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        PERFORM JUMP-LINE
        MOVE "CANCEL THE ONE STARTING: (MM-DD-YYYY, <ENTER> FOR MENU)"
          TO GDTV-DATE-HEADING
        MOVE 1900 TO GDTV-FIRST-YEAR-VALID
        MOVE 2100 TO GDTV-LAST-YEAR-VALID
        MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE
        PERFORM GET-VALI-DATE-RETURN-GDTV-DATE
        IF GDTV-DATE NOT EQUAL ZEROS
           PERFORM CANCEL-ONE-DELEGATION.
*>_________________________________________________________________________

LIST-NEXT-CANCELLABLE-DELEGATION.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DELEG-FROM-USER NOT EQUAL W-CURRENT-USER-ID
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              IF DELEG-IS-ACTIVE
                 AND DELEG-END-DATE NOT LESS THAN W-DAY-TODAY
                 PERFORM SET-DELEGATION-STATE
                 DISPLAY DELEG-TO-USER " " W-SHOW-START-DATE " "
                         W-SHOW-END-DATE " " W-DELEGATION-STATE
                 ADD 1 TO W-DELEGATIONS-SHOWN
                 PERFORM PAUSE-WHEN-SCREEN-FULL
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CANCEL-ONE-DELEGATION.

     MOVE W-CURRENT-USER-ID TO DELEG-FROM-USER.
     MOVE GDTV-DATE         TO DELEG-START-DATE.
     MOVE "Y" TO W-FOUND-RECORD.
     READ APPROVAL-DELEGATION-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-RECORD.

     IF NOT FOUND-RECORD
        OR NOT DELEG-IS-ACTIVE
        OR DELEG-END-DATE LESS THAN W-DAY-TODAY
        DISPLAY "NO DELEGATION OF YOURS STILL TO RUN STARTS THAT DAY ! <ENTER> TO CONTINUE"
        PERFORM JUMP-2-LINES-AND-PAUSE
     ELSE
        MOVE "DO YOU CONFIRM CANCELLING THIS DELEGATION ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
        IF SAVING-IS-CONFIRMED
           MOVE DELEG-RECORD TO BK-DELEG-RECORD
           MOVE "C" TO DELEG-STATUS
           REWRITE DELEG-RECORD
              INVALID KEY
                 DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
                 MOVE "REWRITE"       TO W-EXCLOG-OPERATION
                 MOVE DELEG-FROM-USER TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
                 PERFORM JUMP-2-LINES-AND-PAUSE
              NOT INVALID KEY
                 MOVE "CHANGE" TO W-SYSAUD-ACTION
                 PERFORM LOG-DELEGATION-CHANGE
                 DISPLAY "----- DELEGATION CANCELLED ! -----"
                 PERFORM JUMP-LINE 3 TIMES
           END-REWRITE.
*>_________________________________________________________________________

LOG-DELEGATION-CHANGE.

   MOVE "DELEGATE"      TO W-SYSAUD-RECORD-TYPE.
   MOVE DELEG-FROM-USER TO W-SYSAUD-KEY.
   MOVE BK-DELEG-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE DELEG-RECORD    TO W-SYSAUD-AFTER-IMAGE.
   PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
*>_________________________________________________________________________

COPY "PLDATE.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
