IDENTIFICATION DIVISION.
PROGRAM-ID. payment-calendar-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLPAYCAL.CBL".
      COPY "SLBANK.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDPAYCAL.CBL".
      COPY "FDBANK.CBL".
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

      01 W-FOUND-BANK-RECORD              PIC X.
         88 FOUND-BANK-RECORD             VALUE "Y".

      01 W-ERROR-WRITING                  PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".

      77 ENTRY-PAYCAL-CODE                PIC X(06).

      77 BK-PAYCAL-RECORD                 PIC X(512).
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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "PAYCAL-MAINTENANCE".
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

   OPEN I-O PAYMENT-CALENDAR-FILE.
   OPEN INPUT BANK-ACCOUNT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE PAYMENT-CALENDAR-FILE.
   CLOSE BANK-ACCOUNT-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                          PAYMENT-RUN CALENDAR MAINTENANCE".
        DISPLAY " "
        DISPLAY "                           --------------------------------".
        DISPLAY "                           | 1 - LOOK UP PAYMENT RUN      |".
        DISPLAY "                           | 2 - ADD PAYMENT RUN          |".
        DISPLAY "                           | 3 - CHANGE PAYMENT RUN       |".
        DISPLAY "                           | 4 - DEACTIVATE / REACTIVATE  |".
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
      MOVE "STATUS" TO MSG-OPTION
      PERFORM STATUS-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

ASK-THE-PAYCAL-CODE-TO-THE-USER.

     MOVE "Y" TO W-FOUND-RECORD.
     DISPLAY "INFORM THE PAYMENT RUN CODE TO " MSG-OPTION " (<ENTER> FOR MENU)".
     MOVE SPACES TO ENTRY-PAYCAL-CODE.
     ACCEPT ENTRY-PAYCAL-CODE.

     IF ENTRY-PAYCAL-CODE NOT EQUAL SPACES
        INSPECT ENTRY-PAYCAL-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-EXISTANT-PAYCAL-FROM-USER.

     PERFORM GET-PAYCAL-AND-SEARCH. *> force first pass
     PERFORM GET-PAYCAL-AND-SEARCH UNTIL
                                   ENTRY-PAYCAL-CODE EQUAL SPACES
                                OR FOUND-RECORD.
*>_________________________________________________________________________

GET-PAYCAL-AND-SEARCH.

     PERFORM ASK-THE-PAYCAL-CODE-TO-THE-USER.

     IF ENTRY-PAYCAL-CODE NOT EQUAL SPACES
        MOVE ENTRY-PAYCAL-CODE TO PAYCAL-CODE
        PERFORM LOOK-FOR-RECORD
        IF NOT FOUND-RECORD
           DISPLAY "PAYMENT RUN NOT ON FILE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LOOK-FOR-RECORD.

*>   A payment run belongs to the company it was set up under and
*>   only ever proposes that company's vouchers.

   READ PAYMENT-CALENDAR-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-RECORD.

   IF FOUND-RECORD
      IF NOT (PAYCAL-COMPANY EQUAL W-SESSION-COMPANY
              OR (PAYCAL-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
         MOVE "N" TO W-FOUND-RECORD.
*>_________________________________________________________________________

DISPLAY-PAYCAL-RECORD.

     PERFORM JUMP-LINE.
     DISPLAY "-------------------------------------------".
     DISPLAY "RUN CODE......: " PAYCAL-CODE.
     DISPLAY "DESCRIPTION...: " PAYCAL-DESCRIPTION.

     IF PAYCAL-IS-WEEKLY
        DISPLAY "FREQUENCY.....: WEEKLY ON DAY " PAYCAL-DAY-OF-WEEK
                " (1=MONDAY ... 7=SUNDAY)"
     ELSE
        DISPLAY "FREQUENCY.....: MONTHLY ON DAY " PAYCAL-DAY-OF-MONTH.

     DISPLAY "BANK ACCOUNT..: " PAYCAL-BANK-CODE.
     DISPLAY "PAY METHOD....: " PAYCAL-PAY-METHOD.
     DISPLAY "DUE HORIZON...: " PAYCAL-HORIZON-DAYS " DAY(S) PAST THE RUN DATE".
     DISPLAY "PROPOSAL LEAD.: " PAYCAL-LEAD-DAYS " DAY(S) BEFORE THE RUN DATE".
     DISPLAY "STATUS........: " PAYCAL-STATUS.

     IF PAYCAL-LAST-RUN-DATE NOT EQUAL ZEROS
        COMPUTE DUMMY-FOR-DATE-12 = PAYCAL-LAST-RUN-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        DISPLAY "LAST PROPOSED.: RUN OF " W-FORMATTED-DATE.
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

INQUIRY-MODULE.

       PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
       PERFORM GET-REC-SHOW-GET-ANOTHER UNTIL
                                 ENTRY-PAYCAL-CODE EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-SHOW-GET-ANOTHER.

     PERFORM DISPLAY-PAYCAL-RECORD.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
*>_________________________________________________________________________

ADD-MODULE.

   PERFORM GET-A-NEW-PAYCAL-CODE.
   PERFORM ADD-REC-GET-ANOTHER UNTIL
                              ENTRY-PAYCAL-CODE EQUAL SPACES. *> quit
*>_________________________________________________________________________

GET-A-NEW-PAYCAL-CODE.

   PERFORM GET-A-VALID-NEW-PAYCAL *> force a first pass
   PERFORM GET-A-VALID-NEW-PAYCAL UNTIL
                              ENTRY-PAYCAL-CODE EQUAL SPACES *> quit
                       OR NOT FOUND-RECORD. *> it's not duplicity
*>_________________________________________________________________________

GET-A-VALID-NEW-PAYCAL.

   PERFORM ASK-THE-PAYCAL-CODE-TO-THE-USER.

   IF ENTRY-PAYCAL-CODE NOT EQUAL SPACES
      MOVE ENTRY-PAYCAL-CODE TO PAYCAL-CODE
      MOVE "Y" TO W-FOUND-RECORD
      READ PAYMENT-CALENDAR-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-RECORD
      END-READ
      IF FOUND-RECORD
         DISPLAY "( ****** THAT RUN CODE IS ALREADY IN USE ! ****** )  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

ADD-REC-GET-ANOTHER.

    MOVE SPACES TO PAYCAL-RECORD.
    MOVE ENTRY-PAYCAL-CODE TO PAYCAL-CODE.
    MOVE W-SESSION-COMPANY TO PAYCAL-COMPANY.
    MOVE ZEROS    TO PAYCAL-DAY-OF-WEEK.
    MOVE ZEROS    TO PAYCAL-DAY-OF-MONTH.
    MOVE ZEROS    TO PAYCAL-HORIZON-DAYS.
    MOVE ZEROS    TO PAYCAL-LEAD-DAYS.
    MOVE "ACTIVE" TO PAYCAL-STATUS.
    MOVE ZEROS    TO PAYCAL-LAST-RUN-DATE.

    PERFORM GET-PAYCAL-FIELDS.

    IF PAYCAL-BANK-CODE NOT EQUAL SPACES
       PERFORM WRITE-RECORD
       IF ERROR-WRITING
          DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
          ACCEPT DUMMY
       ELSE
          MOVE "PAYCAL"       TO W-SYSAUD-RECORD-TYPE
          MOVE "ADD"          TO W-SYSAUD-ACTION
          MOVE PAYCAL-CODE    TO W-SYSAUD-KEY
          MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
          MOVE PAYCAL-RECORD  TO W-SYSAUD-AFTER-IMAGE
          PERFORM LOG-SYSTEM-AUDIT-ENTRY
          DISPLAY "----- RECORD ADDED! -----"
          PERFORM DISPLAY-PAYCAL-RECORD.

    PERFORM GET-A-NEW-PAYCAL-CODE.
*>_________________________________________________________________________

GET-PAYCAL-FIELDS.

    PERFORM GET-PAYCAL-DESCRIPTION.
    PERFORM GET-PAYCAL-DESCRIPTION UNTIL PAYCAL-DESCRIPTION NOT EQUAL SPACES.

    PERFORM GET-PAYCAL-FREQUENCY.
    PERFORM GET-PAYCAL-FREQUENCY UNTIL VALID-PAYCAL-FREQUENCY.

    IF PAYCAL-IS-WEEKLY
       MOVE ZEROS TO PAYCAL-DAY-OF-MONTH
       PERFORM GET-PAYCAL-DAY-OF-WEEK
       PERFORM GET-PAYCAL-DAY-OF-WEEK UNTIL VALID-PAYCAL-DAY-OF-WEEK
    ELSE
       MOVE ZEROS TO PAYCAL-DAY-OF-WEEK
       PERFORM GET-PAYCAL-DAY-OF-MONTH
       PERFORM GET-PAYCAL-DAY-OF-MONTH UNTIL VALID-PAYCAL-DAY-OF-MONTH.

    PERFORM GET-PAYCAL-PAY-METHOD.
    PERFORM GET-PAYCAL-PAY-METHOD UNTIL VALID-PAYCAL-PAY-METHOD.

    DISPLAY "DUE-DATE HORIZON - DAYS PAST THE RUN DATE TO REACH FOR: ".
    ACCEPT PAYCAL-HORIZON-DAYS.

    PERFORM GET-PAYCAL-LEAD-DAYS.
    PERFORM GET-PAYCAL-LEAD-DAYS UNTIL PAYCAL-LEAD-DAYS GREATER THAN ZERO.

    PERFORM GET-PAYCAL-BANK-CODE. *> force first pass
    PERFORM GET-PAYCAL-BANK-CODE UNTIL
                                   PAYCAL-BANK-CODE EQUAL SPACES
                                OR FOUND-BANK-RECORD.
*>_________________________________________________________________________

GET-PAYCAL-DESCRIPTION.

    DISPLAY "DESCRIPTION: ".
    ACCEPT PAYCAL-DESCRIPTION.
    INSPECT PAYCAL-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF PAYCAL-DESCRIPTION EQUAL SPACES
       DISPLAY "THE DESCRIPTION MUST BE INFORMED !".
*>_________________________________________________________________________

GET-PAYCAL-FREQUENCY.

    DISPLAY "FREQUENCY (WEEKLY / MONTHLY): ".
    ACCEPT PAYCAL-FREQUENCY.
    INSPECT PAYCAL-FREQUENCY CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF NOT VALID-PAYCAL-FREQUENCY
       DISPLAY "THE FREQUENCY MUST BE WEEKLY OR MONTHLY !".
*>_________________________________________________________________________

GET-PAYCAL-DAY-OF-WEEK.

    DISPLAY "DAY OF THE WEEK (1=MONDAY ... 7=SUNDAY): ".
    ACCEPT PAYCAL-DAY-OF-WEEK.

    IF NOT VALID-PAYCAL-DAY-OF-WEEK
       DISPLAY "THE DAY OF THE WEEK MUST BE 1 THROUGH 7 !".
*>_________________________________________________________________________

GET-PAYCAL-DAY-OF-MONTH.

*>   A day past the end of a short month runs on its last day.

    DISPLAY "DAY OF THE MONTH (1 - 31): ".
    ACCEPT PAYCAL-DAY-OF-MONTH.

    IF NOT VALID-PAYCAL-DAY-OF-MONTH
       DISPLAY "THE DAY OF THE MONTH MUST BE 1 THROUGH 31 !".
*>_________________________________________________________________________

GET-PAYCAL-PAY-METHOD.

    DISPLAY "PAYMENT METHOD (CHECK / ACH / WIRE): ".
    ACCEPT PAYCAL-PAY-METHOD.
    INSPECT PAYCAL-PAY-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF NOT VALID-PAYCAL-PAY-METHOD
       DISPLAY "THE PAYMENT METHOD MUST BE CHECK, ACH OR WIRE !".
*>_________________________________________________________________________

GET-PAYCAL-LEAD-DAYS.

    DISPLAY "BUILD THE PROPOSAL HOW MANY DAYS BEFORE THE RUN ? (1 - 99): ".
    ACCEPT PAYCAL-LEAD-DAYS.

    IF PAYCAL-LEAD-DAYS EQUAL ZERO
       DISPLAY "THE PROPOSAL NEEDS AT LEAST ONE DAY FOR REVIEW !".
*>_________________________________________________________________________

GET-PAYCAL-BANK-CODE.

*>   The account must belong to the run's company.

    MOVE "N" TO W-FOUND-BANK-RECORD.
    DISPLAY "BANK ACCOUNT THE RUN DRAWS ON (CODE, <ENTER> TO CANCEL): ".
    ACCEPT PAYCAL-BANK-CODE.

    IF PAYCAL-BANK-CODE NOT EQUAL SPACES
       INSPECT PAYCAL-BANK-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
       MOVE PAYCAL-BANK-CODE TO BANK-CODE
       MOVE "Y" TO W-FOUND-BANK-RECORD
       READ BANK-ACCOUNT-FILE RECORD
          INVALID KEY
             MOVE "N" TO W-FOUND-BANK-RECORD
       END-READ
       IF FOUND-BANK-RECORD
          IF NOT (BANK-COMPANY EQUAL PAYCAL-COMPANY
                  OR (BANK-COMPANY EQUAL ZEROS AND PAYCAL-COMPANY EQUAL 1))
             MOVE "N" TO W-FOUND-BANK-RECORD
          END-IF
       END-IF
       IF NOT FOUND-BANK-RECORD
          DISPLAY "BANK ACCOUNT CODE NOT FOUND FOR THIS COMPANY ! <ENTER> TO CONTINUE"
          ACCEPT DUMMY
       ELSE
          DISPLAY "DRAWING ON: " BANK-NAME.
*>_________________________________________________________________________

WRITE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   WRITE PAYCAL-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "WRITE"            TO W-EXCLOG-OPERATION
          MOVE PAYCAL-CODE        TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

REWRITE-THE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   REWRITE PAYCAL-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "REWRITE"          TO W-EXCLOG-OPERATION
          MOVE PAYCAL-CODE        TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
   PERFORM GET-RECORD-AND-CHANGE UNTIL
                                 ENTRY-PAYCAL-CODE EQUAL SPACES.
*>_________________________________________________________________________

GET-RECORD-AND-CHANGE.

        PERFORM DISPLAY-PAYCAL-RECORD.
        MOVE PAYCAL-RECORD TO BK-PAYCAL-RECORD.

        MOVE SPACES TO PAYCAL-DESCRIPTION.
        MOVE SPACES TO PAYCAL-FREQUENCY.
        MOVE SPACES TO PAYCAL-PAY-METHOD.
        MOVE ZEROS  TO PAYCAL-LEAD-DAYS.
        PERFORM GET-PAYCAL-FIELDS.

        IF PAYCAL-BANK-CODE EQUAL SPACES *> a quit
           MOVE BK-PAYCAL-RECORD TO PAYCAL-RECORD
        ELSE
           PERFORM REWRITE-THE-RECORD
           IF ERROR-WRITING
              DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           ELSE
              MOVE "PAYCAL"         TO W-SYSAUD-RECORD-TYPE
              MOVE "CHANGE"         TO W-SYSAUD-ACTION
              MOVE PAYCAL-CODE      TO W-SYSAUD-KEY
              MOVE BK-PAYCAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
              MOVE PAYCAL-RECORD    TO W-SYSAUD-AFTER-IMAGE
              PERFORM LOG-SYSTEM-AUDIT-ENTRY
              DISPLAY "----- RECORD CHANGED! -----"
              PERFORM DISPLAY-PAYCAL-RECORD.

        PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
*>_________________________________________________________________________

STATUS-MODULE.

*>   Runs are deactivated, never deleted: their proposals stay on
*>   file under the run code. An inactive run gets no new proposals.

     PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
     PERFORM GET-REC-STATUS-SEARCH-ANOTHER UNTIL
                                 ENTRY-PAYCAL-CODE EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-STATUS-SEARCH-ANOTHER.

     PERFORM DISPLAY-PAYCAL-RECORD.

     IF PAYCAL-IS-INACTIVE
        MOVE "DO YOU CONFIRM REACTIVATING THIS RUN ?" TO MSG-CONFIRMATION
     ELSE
        MOVE "DO YOU CONFIRM DEACTIVATING THIS RUN ?" TO MSG-CONFIRMATION.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF DELETING-IS-CONFIRMED
        MOVE PAYCAL-RECORD TO BK-PAYCAL-RECORD
        IF PAYCAL-IS-INACTIVE
           MOVE "ACTIVE"   TO PAYCAL-STATUS
        ELSE
           MOVE "INACTIVE" TO PAYCAL-STATUS
        END-IF
        PERFORM REWRITE-THE-RECORD
        IF ERROR-WRITING
           DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           MOVE "PAYCAL"         TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"         TO W-SYSAUD-ACTION
           MOVE PAYCAL-CODE      TO W-SYSAUD-KEY
           MOVE BK-PAYCAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
           MOVE PAYCAL-RECORD    TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           DISPLAY "----- RUN IS NOW " PAYCAL-STATUS " -----"
           PERFORM DISPLAY-PAYCAL-RECORD.

     PERFORM GET-EXISTANT-PAYCAL-FROM-USER.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
