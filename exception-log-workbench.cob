         COPY "SLVOUCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLUSER.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLSYSAUD.CBL".

         COPY "FDVOUCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDUSER.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDSYSAUD.CBL".

         77 MSG-CONFIRMATION       PIC X(75).

         01 W-WORKBENCH-OPTION     PIC 9.
            88 VALID-WORKBENCH-OPTION  VALUE 0 THROUGH 4.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".
         01 W-RECORD-NOW-EXISTS    PIC X.
            88 RECORD-NOW-EXISTS   VALUE "Y".

         01 W-FOUND-USER-RECORD    PIC X.
            88 FOUND-USER-RECORD   VALUE "Y".

         01 DETAIL-LINE.
            05 DL-SEQUENCE               PIC ZZZZ9.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 DL-KEY                    PIC X(15).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 DL-STATUS                 PIC X(10).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 DL-ASSIGNED-TO            PIC X(10).

         77 W-ENTRY-SEQUENCE       PIC 9(5).
         77 W-CHOSEN-SEQUENCE      PIC 9(5).
         77 W-OPEN-COUNT           PIC 9(5).
         77 W-NOTE-INPUT           PIC X(40).
         77 W-ASSIGN-TO-USER       PIC X(10).
         77 W-NUMERIC-KEY-6        PIC 9(6).
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
     DISPLAY "                  | 1 - LIST OPEN EXCEPTIONS         |".
     DISPLAY "                  | 2 - REVIEW / RESOLVE AN ENTRY    |".
     DISPLAY "                  | 3 - RETRY A FAILED OPERATION     |".
     DISPLAY "                  | 4 - ASSIGN AN ENTRY TO A USER    |".
     DISPLAY "                  | 0 - EXIT                         |".
     DISPLAY "                  ------------------------------------".
     DISPLAY " ".
   IF W-WORKBENCH-OPTION = 3
      PERFORM RETRY-ONE-ENTRY.

   IF W-WORKBENCH-OPTION = 4
      PERFORM ASSIGN-ONE-ENTRY.

   PERFORM GET-WORKBENCH-OPTION.
   PERFORM GET-WORKBENCH-OPTION UNTIL VALID-WORKBENCH-OPTION.
*>_________________________________________________________________________
LIST-OPEN-EXCEPTIONS.

     PERFORM CLEAR-SCREEN.
     DISPLAY "  SEQ LOG DATE   PROGRAM              OPERATION KEY             STATUS     ASSIGNED".
     DISPLAY " ".

     OPEN INPUT EXCEPTION-LOG-FILE.
        MOVE "OPEN"         TO DL-STATUS
     ELSE
        MOVE EXCLOG-STATUS  TO DL-STATUS.
     MOVE EXCLOG-ASSIGNED-TO TO DL-ASSIGNED-TO.
     DISPLAY DETAIL-LINE.
*>_________________________________________________________________________

        ACCEPT DUMMY.
*>_________________________________________________________________________

ASSIGN-ONE-ENTRY.

*>   Hands an open entry to one user so it shows in that user's inbox;
*>   <ENTER> on the user-id takes it back off everybody's.

     PERFORM FIND-ENTRY-BY-SEQUENCE.

     IF FOUND-ENTRY
        PERFORM DISPLAY-ENTRY-DETAIL

        IF EXCLOG-RESOLVED
           DISPLAY "THE ENTRY IS ALREADY RESOLVED ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           DISPLAY "ASSIGN TO USER-ID: (<ENTER> TO UNASSIGN)"
           MOVE SPACES TO W-ASSIGN-TO-USER
           ACCEPT W-ASSIGN-TO-USER
           INSPECT W-ASSIGN-TO-USER CONVERTING LOWER-ALPHA TO UPPER-ALPHA

           MOVE "Y" TO W-FOUND-USER-RECORD
           IF W-ASSIGN-TO-USER NOT EQUAL SPACES
              PERFORM LOOK-UP-ASSIGNED-USER
           END-IF

           IF NOT FOUND-USER-RECORD
              DISPLAY "USER NOT ON FILE - NO CHANGES MADE ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           ELSE
              MOVE EXCLOG-RECORD TO W-SYSAUD-BEFORE-IMAGE
              MOVE W-ASSIGN-TO-USER TO EXCLOG-ASSIGNED-TO
              REWRITE EXCLOG-RECORD
              PERFORM WRITE-WORKBENCH-AUDIT-ENTRY
              DISPLAY "ENTRY UPDATED ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           END-IF
        END-IF
     END-IF.

     CLOSE EXCEPTION-LOG-FILE.
*>_________________________________________________________________________

LOOK-UP-ASSIGNED-USER.

     OPEN INPUT USER-FILE.
     MOVE W-ASSIGN-TO-USER TO USER-ID.
     READ USER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-USER-RECORD
     END-READ.
     CLOSE USER-FILE.
*>_________________________________________________________________________

FIND-ENTRY-BY-SEQUENCE.

*>   Leaves EXCEPTION-LOG-FILE open I-O and positioned on the chosen
     IF EXCLOG-NOTE NOT EQUAL SPACES
        DISPLAY "NOTE.............: " EXCLOG-NOTE.

     IF EXCLOG-ASSIGNED-TO NOT EQUAL SPACES
        DISPLAY "ASSIGNED TO......: " EXCLOG-ASSIGNED-TO.

     DISPLAY " ".
*>_________________________________________________________________________

