IDENTIFICATION DIVISION.
PROGRAM-ID. accrual-entry.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLACCRUE.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLCOA.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLGLJRN.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDACCRUE.CBL".
      COPY "FDFISCAL.CBL".
      COPY "FDCOA.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDGLJRN.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsgljrn.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 4.

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

      01 W-FOUND-PERIOD                   PIC X.
         88 FOUND-PERIOD                  VALUE "Y".

      01 W-FOUND-NEXT-PERIOD              PIC X.
         88 FOUND-NEXT-PERIOD             VALUE "Y".

      01 W-FOUND-VENDOR-RECORD            PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-COA-RECORD               PIC X.
         88 FOUND-COA-RECORD              VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 CHANGE-IS-CONFIRMED           VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 ENTRY-FISCAL-YEAR                PIC 9(4).
      77 ENTRY-FISCAL-PERIOD              PIC 9(2).
      77 ENTRY-SEQ                        PIC 9(3).
      77 ENTRY-GL-ACCOUNT                 PIC X(10).

      77 W-PERIOD-END-DATE                PIC 9(8).
      77 W-NEXT-PERIOD-START-DATE         PIC 9(8).
      77 W-HIGHEST-SEQ                    PIC 9(3).
      77 W-LISTED-COUNT                   PIC 9(4).
      77 W-POSTED-COUNT                   PIC 9(4).
      77 W-REVERSED-COUNT                 PIC 9(4).
      77 W-PERIOD-TOTAL                   PIC S9(10)V99.
      77 W-FORMATTED-AMOUNT               PIC ZZ,ZZZ,ZZ9.99-.

      77 BK-ACCRUAL-RECORD                PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "ACCRUAL-ENTRY".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(75).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

   OPEN I-O ACCRUAL-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-RNI-ACCRUAL-ACCT.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE ACCRUAL-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                    MONTH-END ACCRUALS AND REVERSALS".
        DISPLAY " "
        DISPLAY "                        ----------------------------------".
        DISPLAY "                        | 1 - LIST A PERIOD'S ACCRUALS   |".
        DISPLAY "                        | 2 - ADD AN ESTIMATED ACCRUAL   |".
        DISPLAY "                        | 3 - DELETE AN UNPOSTED ACCRUAL |".
        DISPLAY "                        | 4 - POST ACCRUAL + REVERSAL    |".
        DISPLAY "                        | 0 - EXIT                       |".
        DISPLAY "                        ----------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 10 TIMES.
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
      PERFORM LIST-PERIOD-MODULE.

   IF W-OPTION = 2
      PERFORM ADD-ACCRUAL-MODULE.

   IF W-OPTION = 3
      PERFORM DELETE-ACCRUAL-MODULE.

   IF W-OPTION = 4
      PERFORM POST-PERIOD-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

ASK-THE-PERIOD-KEY.

   MOVE ZEROS TO ENTRY-FISCAL-YEAR.
   DISPLAY "FISCAL YEAR (CCYY, <ENTER> FOR MENU): ".
   ACCEPT ENTRY-FISCAL-YEAR.

   MOVE "N" TO W-FOUND-PERIOD.
   IF ENTRY-FISCAL-YEAR NOT EQUAL ZEROS
      DISPLAY "PERIOD NUMBER (1-13): "
      MOVE ZEROS TO ENTRY-FISCAL-PERIOD
      ACCEPT ENTRY-FISCAL-PERIOD
      PERFORM READ-THE-FISCAL-PERIOD.
*>_________________________________________________________________________

READ-THE-FISCAL-PERIOD.

   MOVE ENTRY-FISCAL-YEAR   TO FISCAL-YEAR.
   MOVE ENTRY-FISCAL-PERIOD TO FISCAL-PERIOD.
   MOVE "Y" TO W-FOUND-PERIOD.
   READ FISCAL-CALENDAR-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PERIOD.

   IF FOUND-PERIOD
      MOVE FISCAL-END-DATE TO W-PERIOD-END-DATE
      DISPLAY "PERIOD " FISCAL-YEAR "/" FISCAL-PERIOD
              " (" FISCAL-START-DATE " - " FISCAL-END-DATE
              ") AP STATUS IS " FISCAL-AP-STATUS
   ELSE
      DISPLAY "PERIOD NOT ON THE FISCAL CALENDAR ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-PERIOD-MODULE.

   PERFORM ASK-THE-PERIOD-KEY.
   PERFORM LIST-ONE-PERIOD UNTIL ENTRY-FISCAL-YEAR EQUAL ZEROS.
*>_________________________________________________________________________

LIST-ONE-PERIOD.

   IF FOUND-PERIOD
      DISPLAY "SEQ SRC VENDOR EXPENSE    LIABILITY          AMOUNT STATUS"
      DISPLAY "=== === ====== ========== ========== ============== ========"
      MOVE ZEROS TO W-LISTED-COUNT
      MOVE ZEROS TO W-PERIOD-TOTAL
      PERFORM START-THE-PERIOD-ACCRUALS
      PERFORM LIST-NEXT-ACCRUAL UNTIL END-OF-FILE
      MOVE W-PERIOD-TOTAL TO W-FORMATTED-AMOUNT
      DISPLAY W-LISTED-COUNT " ACCRUAL(S) TOTALLING " W-FORMATTED-AMOUNT
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM ASK-THE-PERIOD-KEY.
*>_________________________________________________________________________

START-THE-PERIOD-ACCRUALS.

   MOVE "N" TO W-END-OF-FILE.
   MOVE W-SESSION-COMPANY   TO ACCRUAL-COMPANY.
   MOVE ENTRY-FISCAL-YEAR   TO ACCRUAL-FISCAL-YEAR.
   MOVE ENTRY-FISCAL-PERIOD TO ACCRUAL-FISCAL-PERIOD.
   MOVE ZEROS               TO ACCRUAL-SEQ.
   START ACCRUAL-FILE KEY IS NOT LESS THAN ACCRUAL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

READ-NEXT-PERIOD-ACCRUAL.

   READ ACCRUAL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF ACCRUAL-COMPANY NOT EQUAL W-SESSION-COMPANY
            OR ACCRUAL-FISCAL-YEAR NOT EQUAL ENTRY-FISCAL-YEAR
            OR ACCRUAL-FISCAL-PERIOD NOT EQUAL ENTRY-FISCAL-PERIOD
            MOVE "Y" TO W-END-OF-FILE
         END-IF
   END-READ.
*>_________________________________________________________________________

LIST-NEXT-ACCRUAL.

   PERFORM READ-NEXT-PERIOD-ACCRUAL.

   IF NOT END-OF-FILE
      ADD 1 TO W-LISTED-COUNT
      ADD ACCRUAL-AMOUNT TO W-PERIOD-TOTAL
      MOVE ACCRUAL-AMOUNT TO W-FORMATTED-AMOUNT
      DISPLAY ACCRUAL-SEQ " " ACCRUAL-SOURCE " " ACCRUAL-VENDOR " "
              ACCRUAL-EXPENSE-ACCOUNT " " ACCRUAL-LIABILITY-ACCOUNT " "
              W-FORMATTED-AMOUNT " " ACCRUAL-STATUS
      DISPLAY "        " ACCRUAL-DESCRIPTION.
*>_________________________________________________________________________

ADD-ACCRUAL-MODULE.

   PERFORM ASK-THE-PERIOD-KEY.
   PERFORM ADD-ONE-ACCRUAL UNTIL ENTRY-FISCAL-YEAR EQUAL ZEROS.
*>_________________________________________________________________________

ADD-ONE-ACCRUAL.

   IF FOUND-PERIOD
      IF FISCAL-AP-IS-CLOSED
         DISPLAY "THE PERIOD IS CLOSED FOR AP - NO NEW ACCRUALS ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         PERFORM GET-ACCRUAL-FIELDS
         IF FOUND-VENDOR-RECORD
            AND ACCRUAL-EXPENSE-ACCOUNT NOT EQUAL SPACES
            AND ACCRUAL-LIABILITY-ACCOUNT NOT EQUAL SPACES
            AND ACCRUAL-AMOUNT GREATER THAN ZEROS
            MOVE "DO YOU CONFIRM ADDING THIS ACCRUAL ? <Y/N>" TO MSG-CONFIRMATION
            PERFORM ASK-USER-IF-WANT-TO-COMPLETE
            IF CHANGE-IS-CONFIRMED
               PERFORM WRITE-NEW-ACCRUAL
            END-IF
         END-IF
      END-IF.

   PERFORM ASK-THE-PERIOD-KEY.
*>_________________________________________________________________________

GET-ACCRUAL-FIELDS.

   MOVE SPACES TO ACCRUAL-RECORD.
   MOVE ZEROS  TO ACCRUAL-AMOUNT.
   MOVE SPACES TO ACCRUAL-EXPENSE-ACCOUNT.
   MOVE SPACES TO ACCRUAL-LIABILITY-ACCOUNT.

   DISPLAY "VENDOR NUMBER: ".
   MOVE ZEROS TO VENDOR-NUMBER.
   ACCEPT VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      DISPLAY "*** VENDOR NOT FOUND ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      DISPLAY "   " VENDOR-NAME
      MOVE VENDOR-NUMBER TO ACCRUAL-VENDOR

      DISPLAY "EXPENSE GL ACCOUNT TO CHARGE: "
      MOVE SPACES TO ENTRY-GL-ACCOUNT
      ACCEPT ENTRY-GL-ACCOUNT
      PERFORM VALIDATE-ACCOUNT-ON-CHART
      IF FOUND-COA-RECORD
         MOVE ENTRY-GL-ACCOUNT TO ACCRUAL-EXPENSE-ACCOUNT
         PERFORM GET-ACCRUAL-LIABILITY-ACCOUNT
         IF ACCRUAL-LIABILITY-ACCOUNT NOT EQUAL SPACES
            PERFORM GET-ACCRUAL-AMOUNT-AND-TEXT.
*>_________________________________________________________________________

GET-ACCRUAL-LIABILITY-ACCOUNT.

   IF CONTROL-RNI-ACCRUAL-ACCT EQUAL SPACES
      DISPLAY "ACCRUED LIABILITY GL ACCOUNT: "
   ELSE
      DISPLAY "ACCRUED LIABILITY GL ACCOUNT - <ENTER>="
              CONTROL-RNI-ACCRUAL-ACCT ": ".
   MOVE SPACES TO ENTRY-GL-ACCOUNT.
   ACCEPT ENTRY-GL-ACCOUNT.
   IF ENTRY-GL-ACCOUNT EQUAL SPACES
      MOVE CONTROL-RNI-ACCRUAL-ACCT TO ENTRY-GL-ACCOUNT.

   IF ENTRY-GL-ACCOUNT EQUAL SPACES
      DISPLAY "*** A LIABILITY ACCOUNT IS REQUIRED ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF ENTRY-GL-ACCOUNT EQUAL ACCRUAL-EXPENSE-ACCOUNT
         DISPLAY "*** THE LIABILITY CANNOT BE THE EXPENSE ACCOUNT ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         PERFORM VALIDATE-ACCOUNT-ON-CHART
         IF FOUND-COA-RECORD
            MOVE ENTRY-GL-ACCOUNT TO ACCRUAL-LIABILITY-ACCOUNT.
*>_________________________________________________________________________

GET-ACCRUAL-AMOUNT-AND-TEXT.

   DISPLAY "ESTIMATED AMOUNT: ".
   ACCEPT ACCRUAL-AMOUNT.

   IF ACCRUAL-AMOUNT NOT GREATER THAN ZEROS
      DISPLAY "*** THE ESTIMATE MUST BE GREATER THAN ZERO ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      DISPLAY "DESCRIPTION (E.G. UTILITIES USED, LEGAL FEES NOT BILLED): "
      ACCEPT ACCRUAL-DESCRIPTION
      INSPECT ACCRUAL-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      IF ACCRUAL-DESCRIPTION EQUAL SPACES
         MOVE "ESTIMATED ACCRUAL" TO ACCRUAL-DESCRIPTION.
*>_________________________________________________________________________

VALIDATE-ACCOUNT-ON-CHART.

   MOVE ENTRY-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF NOT FOUND-COA-RECORD
      DISPLAY "*** ACCOUNT NOT IN THE CHART OF ACCOUNTS ! ***  <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF NOT COA-IS-ACTIVE
         DISPLAY "*** ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS ! ***  <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE "N" TO W-FOUND-COA-RECORD
      ELSE
         DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

WRITE-NEW-ACCRUAL.

*>   Manual estimates number from 001 within the period; 000 is kept
*>   for the received-not-invoiced accrual.

   MOVE ACCRUAL-RECORD TO BK-ACCRUAL-RECORD.
   MOVE ZEROS TO W-HIGHEST-SEQ.
   PERFORM START-THE-PERIOD-ACCRUALS.
   PERFORM FIND-HIGHEST-SEQ UNTIL END-OF-FILE.
   MOVE BK-ACCRUAL-RECORD TO ACCRUAL-RECORD.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE W-SESSION-COMPANY   TO ACCRUAL-COMPANY.
   MOVE ENTRY-FISCAL-YEAR   TO ACCRUAL-FISCAL-YEAR.
   MOVE ENTRY-FISCAL-PERIOD TO ACCRUAL-FISCAL-PERIOD.
   COMPUTE ACCRUAL-SEQ = W-HIGHEST-SEQ + 1.
   MOVE "MAN"               TO ACCRUAL-SOURCE.
   MOVE W-PERIOD-END-DATE   TO ACCRUAL-POSTING-DATE.
   MOVE ZEROS               TO ACCRUAL-REVERSAL-DATE.
   MOVE "ENTERED"           TO ACCRUAL-STATUS.
   MOVE W-DAY-TODAY         TO ACCRUAL-ENTERED-DATE.

   WRITE ACCRUAL-RECORD
      INVALID KEY
         MOVE "WRITE"      TO W-EXCLOG-OPERATION
         MOVE ACCRUAL-KEY  TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE "ACCRUAL"      TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE ACCRUAL-KEY    TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE ACCRUAL-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- ACCRUAL " ACCRUAL-SEQ " ADDED ! ----- <ENTER> TO CONTINUE"
         ACCEPT DUMMY
   END-WRITE.
*>_________________________________________________________________________

FIND-HIGHEST-SEQ.

   PERFORM READ-NEXT-PERIOD-ACCRUAL.

   IF NOT END-OF-FILE
      MOVE ACCRUAL-SEQ TO W-HIGHEST-SEQ.
*>_________________________________________________________________________

DELETE-ACCRUAL-MODULE.

   PERFORM ASK-THE-PERIOD-KEY.
   PERFORM DELETE-ONE-ACCRUAL UNTIL ENTRY-FISCAL-YEAR EQUAL ZEROS.
*>_________________________________________________________________________

DELETE-ONE-ACCRUAL.

   IF FOUND-PERIOD
      DISPLAY "ACCRUAL SEQUENCE NUMBER: "
      MOVE ZEROS TO ENTRY-SEQ
      ACCEPT ENTRY-SEQ

      MOVE W-SESSION-COMPANY   TO ACCRUAL-COMPANY
      MOVE ENTRY-FISCAL-YEAR   TO ACCRUAL-FISCAL-YEAR
      MOVE ENTRY-FISCAL-PERIOD TO ACCRUAL-FISCAL-PERIOD
      MOVE ENTRY-SEQ           TO ACCRUAL-SEQ
      MOVE "Y" TO W-FOUND-RECORD
      READ ACCRUAL-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-RECORD
      END-READ

      IF NOT FOUND-RECORD
         DISPLAY "ACCRUAL NOT FOUND ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         IF NOT ACCRUAL-IS-ENTERED
            DISPLAY "THE ACCRUAL IS ALREADY " ACCRUAL-STATUS
                    " - ITS JOURNAL CANNOT BE TAKEN BACK ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         ELSE
            DISPLAY ACCRUAL-VENDOR " " ACCRUAL-EXPENSE-ACCOUNT " "
                    ACCRUAL-DESCRIPTION
            MOVE "DO YOU CONFIRM DELETING THIS ACCRUAL ? <Y/N>" TO MSG-CONFIRMATION
            PERFORM ASK-USER-IF-WANT-TO-COMPLETE
            IF CHANGE-IS-CONFIRMED
               MOVE ACCRUAL-RECORD TO BK-ACCRUAL-RECORD
               DELETE ACCRUAL-FILE RECORD
                  INVALID KEY
                     DISPLAY "ERROR WHILE DELETING THE RECORD ! <ENTER> TO CONTINUE"
                     ACCEPT DUMMY
                  NOT INVALID KEY
                     MOVE "ACCRUAL"         TO W-SYSAUD-RECORD-TYPE
                     MOVE "DELETE"          TO W-SYSAUD-ACTION
                     MOVE ACCRUAL-KEY       TO W-SYSAUD-KEY
                     MOVE BK-ACCRUAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
                     MOVE SPACES            TO W-SYSAUD-AFTER-IMAGE
                     PERFORM LOG-SYSTEM-AUDIT-ENTRY
               END-DELETE
            END-IF
         END-IF
      END-IF.

   PERFORM ASK-THE-PERIOD-KEY.
*>_________________________________________________________________________

POST-PERIOD-MODULE.

   PERFORM ASK-THE-PERIOD-KEY.
   PERFORM POST-ONE-PERIOD UNTIL ENTRY-FISCAL-YEAR EQUAL ZEROS.
*>_________________________________________________________________________

POST-ONE-PERIOD.

*>   Two batches into the GL interface: the accruals dated the last
*>   day of the period, then their reversals dated the first day of
*>   the next one. A period with no successor on the calendar yet
*>   posts its accruals and owes the reversals until it is added.

   IF FOUND-PERIOD
      PERFORM FIND-NEXT-FISCAL-PERIOD
      IF FOUND-NEXT-PERIOD
         DISPLAY "ACCRUALS DATED " W-PERIOD-END-DATE
                 ", REVERSALS DATED " W-NEXT-PERIOD-START-DATE "."
      ELSE
         DISPLAY "THE NEXT PERIOD IS NOT ON THE FISCAL CALENDAR YET -"
         DISPLAY "ACCRUALS WILL POST, REVERSALS WAIT UNTIL IT IS ADDED."
      END-IF

      MOVE "WRITE THE ACCRUAL JOURNALS FOR THIS PERIOD ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF CHANGE-IS-CONFIRMED
         MOVE ZEROS TO W-POSTED-COUNT
         MOVE ZEROS TO W-REVERSED-COUNT
         OPEN EXTEND GL-JOURNAL-FILE

         MOVE W-PERIOD-END-DATE TO W-GLJ-POSTING-DATE
         PERFORM START-THE-PERIOD-ACCRUALS
         PERFORM POST-NEXT-ACCRUAL UNTIL END-OF-FILE
         PERFORM WRITE-GL-JOURNAL-TRAILER

         IF FOUND-NEXT-PERIOD
            MOVE W-NEXT-PERIOD-START-DATE TO W-GLJ-POSTING-DATE
            PERFORM START-THE-PERIOD-ACCRUALS
            PERFORM REVERSE-NEXT-ACCRUAL UNTIL END-OF-FILE
            PERFORM WRITE-GL-JOURNAL-TRAILER
         END-IF

         CLOSE GL-JOURNAL-FILE
         DISPLAY W-POSTED-COUNT " ACCRUAL(S) AND " W-REVERSED-COUNT
                 " REVERSAL(S) WRITTEN TO GL-JOURNAL-PENDING.TXT."
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY
      END-IF.

   PERFORM ASK-THE-PERIOD-KEY.
*>_________________________________________________________________________

FIND-NEXT-FISCAL-PERIOD.

   MOVE "N" TO W-FOUND-NEXT-PERIOD.
   MOVE ZEROS TO W-NEXT-PERIOD-START-DATE.
   MOVE ENTRY-FISCAL-YEAR   TO FISCAL-YEAR.
   MOVE ENTRY-FISCAL-PERIOD TO FISCAL-PERIOD.
   START FISCAL-CALENDAR-FILE KEY IS GREATER THAN FISCAL-KEY
      INVALID KEY
         MOVE "N" TO W-FOUND-NEXT-PERIOD
      NOT INVALID KEY
         READ FISCAL-CALENDAR-FILE NEXT RECORD
            AT END
               MOVE "N" TO W-FOUND-NEXT-PERIOD
            NOT AT END
               MOVE "Y" TO W-FOUND-NEXT-PERIOD
               MOVE FISCAL-START-DATE TO W-NEXT-PERIOD-START-DATE
         END-READ
   END-START.

*>   the period itself is re-read so FISCAL-RECORD describes it again
   MOVE ENTRY-FISCAL-YEAR   TO FISCAL-YEAR.
   MOVE ENTRY-FISCAL-PERIOD TO FISCAL-PERIOD.
   READ FISCAL-CALENDAR-FILE RECORD
      INVALID KEY
         CONTINUE.
*>_________________________________________________________________________

POST-NEXT-ACCRUAL.

   PERFORM READ-NEXT-PERIOD-ACCRUAL.

   IF NOT END-OF-FILE
      AND ACCRUAL-IS-ENTERED
      MOVE ACCRUAL-RECORD TO BK-ACCRUAL-RECORD

      MOVE ZEROS                     TO W-GLJ-VOUCHER-NUMBER
      MOVE ACCRUAL-DESCRIPTION       TO W-GLJ-DESCRIPTION
      MOVE ACCRUAL-EXPENSE-ACCOUNT   TO W-GLJ-DEBIT-ACCOUNT
      MOVE ACCRUAL-LIABILITY-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT
      MOVE ACCRUAL-AMOUNT            TO W-GLJ-AMOUNT
      PERFORM WRITE-GL-JOURNAL-PAIR

      MOVE W-PERIOD-END-DATE TO ACCRUAL-POSTING-DATE
      MOVE "POSTED"          TO ACCRUAL-STATUS
      ADD 1 TO W-POSTED-COUNT
      PERFORM REWRITE-POSTED-ACCRUAL.
*>_________________________________________________________________________

REVERSE-NEXT-ACCRUAL.

   PERFORM READ-NEXT-PERIOD-ACCRUAL.

   IF NOT END-OF-FILE
      AND ACCRUAL-IS-POSTED
      MOVE ACCRUAL-RECORD TO BK-ACCRUAL-RECORD

      MOVE ZEROS TO W-GLJ-VOUCHER-NUMBER
      MOVE SPACES TO W-GLJ-DESCRIPTION
      STRING "REV " ACCRUAL-DESCRIPTION
        DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
      END-STRING
      MOVE ACCRUAL-LIABILITY-ACCOUNT TO W-GLJ-DEBIT-ACCOUNT
      MOVE ACCRUAL-EXPENSE-ACCOUNT   TO W-GLJ-CREDIT-ACCOUNT
      MOVE ACCRUAL-AMOUNT            TO W-GLJ-AMOUNT
      PERFORM WRITE-GL-JOURNAL-PAIR

      MOVE W-NEXT-PERIOD-START-DATE TO ACCRUAL-REVERSAL-DATE
      MOVE "REVERSED"               TO ACCRUAL-STATUS
      ADD 1 TO W-REVERSED-COUNT
      PERFORM REWRITE-POSTED-ACCRUAL.
*>_________________________________________________________________________

REWRITE-POSTED-ACCRUAL.

   REWRITE ACCRUAL-RECORD
      INVALID KEY
         MOVE "REWRITE"    TO W-EXCLOG-OPERATION
         MOVE ACCRUAL-KEY  TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE "ACCRUAL"         TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"          TO W-SYSAUD-ACTION
         MOVE ACCRUAL-KEY       TO W-SYSAUD-KEY
         MOVE BK-ACCRUAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE ACCRUAL-RECORD    TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
*>_________________________________________________________________________
