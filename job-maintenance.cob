IDENTIFICATION DIVISION.
PROGRAM-ID. job-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLJOB.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDJOB.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY                PIC 9 VALUE 1.

      COPY "wscase01.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 4.

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

      01 W-ERROR-WRITING                  PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 ENTRY-JOB-NUMBER                 PIC X(10).

      77 BK-JOB-RECORD                    PIC X(512).
      77 W-FORMATTED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "JOB-MAINTENANCE".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(50).
      77 MSG-OPTION                       PIC X(06).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

   OPEN I-O JOB-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE JOB-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                        PROJECT / JOB MASTER MAINTENANCE".
        DISPLAY " "
        DISPLAY "                           --------------------------------".
        DISPLAY "                           | 1 - LOOK UP JOB              |".
        DISPLAY "                           | 2 - ADD JOB                  |".
        DISPLAY "                           | 3 - CHANGE JOB               |".
        DISPLAY "                           | 4 - CLOSE / REOPEN JOB       |".
        DISPLAY "                           | 0 - EXIT                     |".
        DISPLAY "                           --------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 11 TIMES.
        ACCEPT W-OPTION

        IF W-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-OPTION = 1
      MOVE "SEARCH" TO MSG-OPTION
      PERFORM INQUIRY-MODULE.

   IF W-OPTION = 2
      MOVE "ADD" TO MSG-OPTION
      PERFORM ADD-MODULE.

   IF W-OPTION = 3
      MOVE "CHANGE" TO MSG-OPTION
      PERFORM CHANGE-MODULE.

   IF W-OPTION = 4
      MOVE "CLOSE" TO MSG-OPTION
      PERFORM CLOSE-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

ASK-THE-JOB-NUMBER-TO-THE-USER.

     MOVE "Y" TO W-FOUND-RECORD.
     DISPLAY "INFORM THE JOB NUMBER TO " MSG-OPTION " (<ENTER> FOR MENU)".
     MOVE SPACES TO ENTRY-JOB-NUMBER.
     ACCEPT ENTRY-JOB-NUMBER.

     IF ENTRY-JOB-NUMBER NOT EQUAL SPACES
        INSPECT ENTRY-JOB-NUMBER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-EXISTANT-JOB-FROM-USER.

     PERFORM GET-JOB-AND-SEARCH. *> force first pass
     PERFORM GET-JOB-AND-SEARCH UNTIL
                                   ENTRY-JOB-NUMBER EQUAL SPACES
                                OR FOUND-RECORD.
*>_________________________________________________________________________

GET-JOB-AND-SEARCH.

     PERFORM ASK-THE-JOB-NUMBER-TO-THE-USER.

     IF ENTRY-JOB-NUMBER NOT EQUAL SPACES
        MOVE ENTRY-JOB-NUMBER TO JOB-NUMBER
        PERFORM LOOK-FOR-RECORD
        IF NOT FOUND-RECORD
           DISPLAY "JOB NOT ON FILE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LOOK-FOR-RECORD.

*>   A job belongs to the company it was opened under; another
*>   company's jobs are not visible from this session.

   READ JOB-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-RECORD.

   IF FOUND-RECORD
      IF NOT (JOB-COMPANY EQUAL W-SESSION-COMPANY
              OR (JOB-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
         MOVE "N" TO W-FOUND-RECORD.
*>_________________________________________________________________________

DISPLAY-JOB-RECORD.

     PERFORM JUMP-LINE.
     DISPLAY "-------------------------------------------".
     DISPLAY "JOB NUMBER....: " JOB-NUMBER.
     DISPLAY "DESCRIPTION...: " JOB-DESCRIPTION.
     DISPLAY "PROJECT MGR...: " JOB-PROJECT-MANAGER.

     MOVE JOB-BUDGET TO W-FORMATTED-AMOUNT.
     DISPLAY "BUDGET........: " W-FORMATTED-AMOUNT.

     DISPLAY "STATUS........: " JOB-STATUS.

     COMPUTE DUMMY-FOR-DATE-12 = JOB-OPENED-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "OPENED........: " W-FORMATTED-DATE.

     IF JOB-IS-CLOSED
        COMPUTE DUMMY-FOR-DATE-12 = JOB-CLOSED-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        DISPLAY "CLOSED........: " W-FORMATTED-DATE.
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

INQUIRY-MODULE.

       PERFORM GET-EXISTANT-JOB-FROM-USER.
       PERFORM GET-REC-SHOW-GET-ANOTHER UNTIL
                                 ENTRY-JOB-NUMBER EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-SHOW-GET-ANOTHER.

     PERFORM DISPLAY-JOB-RECORD.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-EXISTANT-JOB-FROM-USER.
*>_________________________________________________________________________

ADD-MODULE.

   PERFORM GET-A-NEW-JOB-NUMBER.
   PERFORM ADD-REC-GET-ANOTHER UNTIL
                              ENTRY-JOB-NUMBER EQUAL SPACES. *> quit
*>_________________________________________________________________________

GET-A-NEW-JOB-NUMBER.

   PERFORM GET-A-VALID-NEW-JOB *> force a first pass
   PERFORM GET-A-VALID-NEW-JOB UNTIL
                              ENTRY-JOB-NUMBER EQUAL SPACES *> quit
                       OR NOT FOUND-RECORD. *> it's not duplicity
*>_________________________________________________________________________

GET-A-VALID-NEW-JOB.

   PERFORM ASK-THE-JOB-NUMBER-TO-THE-USER.

   IF ENTRY-JOB-NUMBER NOT EQUAL SPACES
      MOVE ENTRY-JOB-NUMBER TO JOB-NUMBER
      MOVE "Y" TO W-FOUND-RECORD
      READ JOB-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-RECORD
      END-READ
      IF FOUND-RECORD
         DISPLAY "( ****** THAT JOB NUMBER IS ALREADY IN USE ! ****** )  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

ADD-REC-GET-ANOTHER.

    MOVE SPACES TO JOB-RECORD.
    MOVE ENTRY-JOB-NUMBER TO JOB-NUMBER.
    MOVE W-SESSION-COMPANY TO JOB-COMPANY.
    MOVE ZEROS  TO JOB-BUDGET.
    MOVE "OPEN" TO JOB-STATUS.
    MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
    MOVE W-DAY-TODAY TO JOB-OPENED-DATE.
    MOVE ZEROS  TO JOB-CLOSED-DATE.

    PERFORM GET-JOB-FIELDS.

    IF JOB-BUDGET NOT EQUAL ZEROS
       PERFORM WRITE-RECORD
       IF ERROR-WRITING
          DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
          ACCEPT DUMMY
       ELSE
          MOVE "JOB"          TO W-SYSAUD-RECORD-TYPE
          MOVE "ADD"          TO W-SYSAUD-ACTION
          MOVE JOB-NUMBER     TO W-SYSAUD-KEY
          MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
          MOVE JOB-RECORD     TO W-SYSAUD-AFTER-IMAGE
          PERFORM LOG-SYSTEM-AUDIT-ENTRY
          DISPLAY "----- RECORD ADDED! -----"
          PERFORM DISPLAY-JOB-RECORD.

    PERFORM GET-A-NEW-JOB-NUMBER.
*>_________________________________________________________________________

GET-JOB-FIELDS.

    PERFORM GET-JOB-DESCRIPTION.
    PERFORM GET-JOB-DESCRIPTION UNTIL JOB-DESCRIPTION NOT EQUAL SPACES.

    PERFORM GET-JOB-PROJECT-MANAGER.
    PERFORM GET-JOB-PROJECT-MANAGER UNTIL JOB-PROJECT-MANAGER NOT EQUAL SPACES.

    DISPLAY "JOB BUDGET (0 TO CANCEL): ".
    ACCEPT JOB-BUDGET.
*>_________________________________________________________________________

GET-JOB-DESCRIPTION.

    DISPLAY "DESCRIPTION: ".
    ACCEPT JOB-DESCRIPTION.
    INSPECT JOB-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF JOB-DESCRIPTION EQUAL SPACES
       DISPLAY "THE DESCRIPTION MUST BE INFORMED !".
*>_________________________________________________________________________

GET-JOB-PROJECT-MANAGER.

    DISPLAY "PROJECT MANAGER: ".
    ACCEPT JOB-PROJECT-MANAGER.
    INSPECT JOB-PROJECT-MANAGER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF JOB-PROJECT-MANAGER EQUAL SPACES
       DISPLAY "THE PROJECT MANAGER MUST BE INFORMED !".
*>_________________________________________________________________________

WRITE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   WRITE JOB-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "WRITE"            TO W-EXCLOG-OPERATION
          MOVE JOB-NUMBER         TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

REWRITE-THE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   REWRITE JOB-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "REWRITE"          TO W-EXCLOG-OPERATION
          MOVE JOB-NUMBER         TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-EXISTANT-JOB-FROM-USER.
   PERFORM GET-RECORD-AND-CHANGE UNTIL
                                 ENTRY-JOB-NUMBER EQUAL SPACES.
*>_________________________________________________________________________

GET-RECORD-AND-CHANGE.

        PERFORM DISPLAY-JOB-RECORD.
        MOVE JOB-RECORD TO BK-JOB-RECORD.

        MOVE SPACES TO JOB-DESCRIPTION.
        MOVE SPACES TO JOB-PROJECT-MANAGER.
        PERFORM GET-JOB-FIELDS.

        IF JOB-BUDGET EQUAL ZEROS *> a quit
           MOVE BK-JOB-RECORD TO JOB-RECORD
        ELSE
           PERFORM REWRITE-THE-RECORD
           IF ERROR-WRITING
              DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           ELSE
              MOVE "JOB"          TO W-SYSAUD-RECORD-TYPE
              MOVE "CHANGE"       TO W-SYSAUD-ACTION
              MOVE JOB-NUMBER     TO W-SYSAUD-KEY
              MOVE BK-JOB-RECORD  TO W-SYSAUD-BEFORE-IMAGE
              MOVE JOB-RECORD     TO W-SYSAUD-AFTER-IMAGE
              PERFORM LOG-SYSTEM-AUDIT-ENTRY
              DISPLAY "----- RECORD CHANGED! -----"
              PERFORM DISPLAY-JOB-RECORD.

        PERFORM GET-EXISTANT-JOB-FROM-USER.
*>_________________________________________________________________________

CLOSE-MODULE.

*>   Jobs are closed, never deleted: vouchers and orders already
*>   coded to one still report against it. A closed job can be
*>   reopened if more spend has to be booked to it.

     PERFORM GET-EXISTANT-JOB-FROM-USER.
     PERFORM GET-REC-CLOSE-SEARCH-ANOTHER UNTIL
                                 ENTRY-JOB-NUMBER EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-CLOSE-SEARCH-ANOTHER.

     PERFORM DISPLAY-JOB-RECORD.

     IF JOB-IS-CLOSED
        MOVE "DO YOU CONFIRM REOPENING THIS JOB ?" TO MSG-CONFIRMATION
     ELSE
        MOVE "DO YOU CONFIRM CLOSING THIS JOB ?" TO MSG-CONFIRMATION.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF DELETING-IS-CONFIRMED
        MOVE JOB-RECORD TO BK-JOB-RECORD
        IF JOB-IS-CLOSED
           MOVE "OPEN"   TO JOB-STATUS
           MOVE ZEROS    TO JOB-CLOSED-DATE
        ELSE
           MOVE "CLOSED" TO JOB-STATUS
           MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
           MOVE W-DAY-TODAY TO JOB-CLOSED-DATE
        END-IF
        PERFORM REWRITE-THE-RECORD
        IF ERROR-WRITING
           DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           MOVE "JOB"          TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"       TO W-SYSAUD-ACTION
           MOVE JOB-NUMBER     TO W-SYSAUD-KEY
           MOVE BK-JOB-RECORD  TO W-SYSAUD-BEFORE-IMAGE
           MOVE JOB-RECORD     TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           DISPLAY "----- JOB IS NOW " JOB-STATUS " -----"
           PERFORM DISPLAY-JOB-RECORD.

     PERFORM GET-EXISTANT-JOB-FROM-USER.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
