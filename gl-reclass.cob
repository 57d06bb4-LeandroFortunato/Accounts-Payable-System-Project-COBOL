IDENTIFICATION DIVISION.
PROGRAM-ID. gl-reclass.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLVOUCH.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLBUDGET.CBL".
      COPY "SLVJOB.CBL".
      COPY "SLGLRCL.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLGLJRN.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVOUCH.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDBUDGET.CBL".
      COPY "FDVJOB.CBL".
      COPY "FDGLRCL.CBL".
      COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDGLJRN.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscompany.cbl".
      COPY "wscase01.cbl".
      COPY "wsfiscal.cbl".
      COPY "wsgljrn.cbl".
      COPY "wsperm.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 2.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 W-TIME-NOW-HHMM               PIC 9(4).
         05 FILLER                        PIC X(9).

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-VOUCHER-RECORD           PIC X.
         88 FOUND-VOUCHER-RECORD          VALUE "Y".

      01 W-FOUND-VENDOR-RECORD            PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-COA-RECORD               PIC X.
         88 FOUND-COA-RECORD              VALUE "Y".

      01 W-FOUND-BUDGET-RECORD            PIC X.
         88 FOUND-BUDGET-RECORD           VALUE "Y".

      01 W-PERIOD-IS-OPEN                 PIC X.
         88 PERIOD-IS-OPEN                VALUE "Y".

      01 W-RECLASS-OK                     PIC X.
         88 RECLASS-OK                    VALUE "Y".

      01 W-NEW-LINE-NEEDED                PIC X.
         88 NEW-LINE-NEEDED               VALUE "Y".

      01 W-VOUCHER-REWRITTEN              PIC X.
         88 VOUCHER-REWRITTEN             VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ACTION-IS-CONFIRMED           VALUE "Y".

      77 ENTRY-VOUCHER-NUMBER             PIC 9(07).
      77 ENTRY-FROM-LINE                  PIC 9.
      77 ENTRY-TO-ACCOUNT                 PIC X(10).
      77 ENTRY-AMOUNT                     PIC 9(6)V99.
      77 ENTRY-REASON                     PIC X(40).

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-AP-GL-ACCOUNT                  PIC X(10).
      77 W-CLOSED-THROUGH                 PIC 9(08).
      77 W-POSTING-YEAR                   PIC 9(04).
      77 W-POSTING-PERIOD                 PIC 9(02).
      77 W-GL-LINE-INDEX                  PIC 9.
      77 W-FROM-INDEX                     PIC 9.
      77 W-TO-INDEX                       PIC 9.
      77 W-FROM-ACCOUNT                   PIC X(10).
      77 W-RECLASS-AMOUNT                 PIC S9(6)V99.
      77 W-LINE-MAGNITUDE                 PIC 9(6)V99.
      77 W-BUDGET-ACCOUNT                 PIC X(10).
      77 W-BUDGET-CHANGE                  PIC S9(6)V99.
      77 W-REMAINING-BUDGET               PIC S9(9)V99.
      77 W-EFFECTIVE-BUDGET               PIC S9(9)V99.
      77 W-THIS-MONTH-NUMBER              PIC 99.
      77 W-NEXT-SEQUENCE                  PIC 9(03).
      77 W-HISTORY-COUNT                  PIC 9(03).
      77 W-EDITED-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 BK-VOUCHER-RECORD                PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "GL-RECLASS".
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

*>   Once a voucher is posted to the GL its distribution is frozen in
*>   voucher maintenance. A miscoded line is corrected here instead:
*>   the amount moves to the right account on the voucher itself, the
*>   budgets follow it, and the GL interface gets the reversing entry
*>   and the new one, dated today in the current open period. Every
*>   reclass is kept in the voucher's reclass history.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O VOUCHER-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN I-O BUDGET-FILE.
   OPEN I-O VOUCHER-JOB-FILE.
   OPEN I-O GL-RECLASS-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM READ-THE-CONTROL-RECORD.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO

   CLOSE VOUCHER-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE BUDGET-FILE.
   CLOSE VOUCHER-JOB-FILE.
   CLOSE GL-RECLASS-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-THE-CONTROL-RECORD.

   MOVE SPACES TO W-AP-GL-ACCOUNT.
   MOVE ZEROS  TO W-CLOSED-THROUGH.
   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-AP-GL-ACCOUNT
         MOVE ZEROS  TO CONTROL-PERIOD-CLOSED-THROUGH
   END-READ.

   MOVE CONTROL-AP-GL-ACCOUNT TO W-AP-GL-ACCOUNT.
   IF CONTROL-PERIOD-CLOSED-THROUGH NUMERIC
      MOVE CONTROL-PERIOD-CLOSED-THROUGH TO W-CLOSED-THROUGH.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                    GL RECLASS OF POSTED VOUCHERS".
        DISPLAY " "
        DISPLAY "                   ----------------------------------------".
        DISPLAY "                   | 1 - RECLASS A POSTED DISTRIBUTION    |".
        DISPLAY "                   | 2 - RECLASS HISTORY OF A VOUCHER     |".
        DISPLAY "                   | 0 - EXIT                             |".
        DISPLAY "                   ----------------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 12 TIMES.
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
      PERFORM RECLASS-MODULE.

   IF W-OPTION = 2
      PERFORM HISTORY-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

RECLASS-MODULE.

   DISPLAY "                RECLASS A POSTED DISTRIBUTION".
   DISPLAY " ".

   PERFORM CHECK-TODAY-IN-OPEN-PERIOD.

   IF PERIOD-IS-OPEN
      PERFORM GET-VOUCHER-TO-RECLASS
      PERFORM RECLASS-ONE-VOUCHER UNTIL ENTRY-VOUCHER-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

CHECK-TODAY-IN-OPEN-PERIOD.

*>   The reclass entries carry today's date, so today must fall in an
*>   open period both on the rolling close date and on the fiscal
*>   calendar.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE "Y"   TO W-PERIOD-IS-OPEN.
   MOVE ZEROS TO W-POSTING-YEAR.
   MOVE ZEROS TO W-POSTING-PERIOD.

   IF W-AP-GL-ACCOUNT EQUAL SPACES
      DISPLAY "*** NO AP CONTROL ACCOUNT ON THE CONTROL FILE - THE RECLASS"
      DISPLAY "    ENTRIES CANNOT BE BALANCED ! ***"
      MOVE "N" TO W-PERIOD-IS-OPEN
   ELSE
   IF W-CLOSED-THROUGH NOT EQUAL ZEROS
      AND W-DAY-TODAY NOT GREATER THAN W-CLOSED-THROUGH
      DISPLAY "*** TODAY FALLS IN A CLOSED ACCOUNTING PERIOD (THROUGH "
              W-CLOSED-THROUGH ") ! ***"
      MOVE "N" TO W-PERIOD-IS-OPEN
   ELSE
      MOVE W-DAY-TODAY TO W-FISCAL-LOOKUP-DATE
      PERFORM LOOK-FOR-FISCAL-PERIOD
      IF FOUND-FISCAL-PERIOD AND FISCAL-PERIOD-CLOSED
         DISPLAY "*** TODAY FALLS IN FISCAL PERIOD " W-FISCAL-FOUND-YEAR
                 "/" W-FISCAL-FOUND-PERIOD " WHICH IS CLOSED FOR AP ! ***"
         MOVE "N" TO W-PERIOD-IS-OPEN
      ELSE
         IF FOUND-FISCAL-PERIOD
            MOVE W-FISCAL-FOUND-YEAR   TO W-POSTING-YEAR
            MOVE W-FISCAL-FOUND-PERIOD TO W-POSTING-PERIOD.

   IF NOT PERIOD-IS-OPEN
      DISPLAY "NO RECLASS CAN BE POSTED TODAY. <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      COMPUTE DUMMY-FOR-DATE-12 = W-DAY-TODAY * 10000.0001
      MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
      MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
      IF W-POSTING-YEAR NOT EQUAL ZEROS
         DISPLAY "RECLASSES POST ON " W-FORMATTED-DATE " IN FISCAL PERIOD "
                 W-POSTING-YEAR "/" W-POSTING-PERIOD "."
      ELSE
         DISPLAY "RECLASSES POST ON " W-FORMATTED-DATE ".".
*>_________________________________________________________________________

GET-VOUCHER-TO-RECLASS.

   PERFORM GET-ONE-VOUCHER-NUMBER.
   PERFORM GET-ONE-VOUCHER-NUMBER UNTIL ENTRY-VOUCHER-NUMBER EQUAL ZEROS
                                     OR FOUND-VOUCHER-RECORD.
*>_________________________________________________________________________

GET-ONE-VOUCHER-NUMBER.

   DISPLAY " ".
   DISPLAY "INFORM THE POSTED VOUCHER TO RECLASS (<ENTER> FOR MENU): ".
   MOVE ZEROS TO ENTRY-VOUCHER-NUMBER.
   ACCEPT ENTRY-VOUCHER-NUMBER.

   MOVE "N" TO W-FOUND-VOUCHER-RECORD.
   IF ENTRY-VOUCHER-NUMBER NOT EQUAL ZEROS
      MOVE ENTRY-VOUCHER-NUMBER TO VOUCHER-NUMBER
      MOVE "Y" TO W-FOUND-VOUCHER-RECORD
      READ VOUCHER-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-VOUCHER-RECORD
            DISPLAY "VOUCHER NOT FOUND ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
      END-READ
      IF FOUND-VOUCHER-RECORD
         PERFORM CHECK-VOUCHER-CAN-BE-RECLASSED.
*>_________________________________________________________________________

CHECK-VOUCHER-CAN-BE-RECLASSED.

   IF VOUCHER-COMPANY NOT EQUAL W-SESSION-COMPANY
      AND NOT (VOUCHER-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1)
      DISPLAY "*** THAT VOUCHER BELONGS TO ANOTHER COMPANY ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE "N" TO W-FOUND-VOUCHER-RECORD
   ELSE
   IF NOT VOUCHER-IS-GL-POSTED
      DISPLAY "*** THAT VOUCHER IS NOT POSTED TO THE GL YET - CORRECT ITS"
      DISPLAY "    DISTRIBUTION IN VOUCHER MAINTENANCE ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE "N" TO W-FOUND-VOUCHER-RECORD
   ELSE
   IF VOUCHER-GL-LINE-COUNT EQUAL ZEROS
      DISPLAY "*** THAT VOUCHER HAS NO GL DISTRIBUTION LINES ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE "N" TO W-FOUND-VOUCHER-RECORD.
*>_________________________________________________________________________

RECLASS-ONE-VOUCHER.

   PERFORM SHOW-VOUCHER-DISTRIBUTION.
   PERFORM GET-RECLASS-DETAILS.

   IF RECLASS-OK
      MOVE W-RECLASS-AMOUNT TO W-EDITED-AMOUNT
      MOVE SPACES TO MSG-CONFIRMATION
      STRING "MOVE " W-EDITED-AMOUNT " FROM "
             VOUCHER-GL-ACCOUNT (W-FROM-INDEX) DELIMITED BY SIZE
             " TO " ENTRY-TO-ACCOUNT " ? <Y/N>" DELIMITED BY SIZE
        INTO MSG-CONFIRMATION
      END-STRING
      PERFORM CONFIRM-EXECUTION *> force first loop
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
      IF ACTION-IS-CONFIRMED
         PERFORM APPLY-THE-RECLASS.

   PERFORM GET-VOUCHER-TO-RECLASS.
*>_________________________________________________________________________

SHOW-VOUCHER-DISTRIBUTION.

   PERFORM CLEAR-SCREEN.

   MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE "** Not found **" TO VENDOR-NAME.

   MOVE VOUCHER-AMOUNT TO W-EDITED-AMOUNT.
   DISPLAY "VOUCHER " VOUCHER-NUMBER "   INVOICE " VOUCHER-INVOICE
           "   AMOUNT " W-EDITED-AMOUNT.
   DISPLAY "VENDOR  " VOUCHER-VENDOR "   " VENDOR-NAME.
   DISPLAY " ".
   DISPLAY "LINE  GL ACCOUNT  DESCRIPTION                              AMOUNT".
   DISPLAY "====  ==========  ==============================  ===============".
   PERFORM SHOW-ONE-DISTRIBUTION-LINE
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
         UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
   DISPLAY " ".

   PERFORM COUNT-VOUCHER-RECLASSES.
   IF W-HISTORY-COUNT NOT EQUAL ZEROS
      DISPLAY "THIS VOUCHER HAS BEEN RECLASSED " W-HISTORY-COUNT
              " TIME(S) - SEE THE RECLASS HISTORY."
      DISPLAY " ".
*>_________________________________________________________________________

SHOW-ONE-DISTRIBUTION-LINE.

   MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO COA-ACCOUNT-NUMBER.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "** NOT IN CHART OF ACCOUNTS **" TO COA-DESCRIPTION.

   MOVE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO W-EDITED-AMOUNT.
   DISPLAY "  " W-GL-LINE-INDEX "   " VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX)
           "  " COA-DESCRIPTION "  " W-EDITED-AMOUNT.
*>_________________________________________________________________________

GET-RECLASS-DETAILS.

   MOVE "N" TO W-RECLASS-OK.
   MOVE ZEROS TO W-RECLASS-AMOUNT.

   PERFORM GET-FROM-LINE.

   IF ENTRY-FROM-LINE NOT EQUAL ZEROS
      PERFORM GET-TO-ACCOUNT
      IF ENTRY-TO-ACCOUNT NOT EQUAL SPACES
         PERFORM GET-RECLASS-AMOUNT
         IF W-RECLASS-AMOUNT NOT EQUAL ZEROS
            PERFORM FIND-THE-TO-LINE
            IF W-TO-INDEX NOT EQUAL ZEROS
               PERFORM CHECK-RECLASS-AGAINST-BUDGET
               IF W-RECLASS-AMOUNT NOT EQUAL ZEROS
                  PERFORM GET-RECLASS-REASON
                  IF ENTRY-REASON NOT EQUAL SPACES
                     MOVE "Y" TO W-RECLASS-OK.
*>_________________________________________________________________________

GET-FROM-LINE.

   DISPLAY "LINE TO RECLASS FROM (1 TO " VOUCHER-GL-LINE-COUNT
           ", <ENTER> FOR NONE): ".
   MOVE ZEROS TO ENTRY-FROM-LINE.
   ACCEPT ENTRY-FROM-LINE.

   IF ENTRY-FROM-LINE GREATER THAN VOUCHER-GL-LINE-COUNT
      DISPLAY "*** NO SUCH DISTRIBUTION LINE ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE ZEROS TO ENTRY-FROM-LINE
   ELSE
   IF ENTRY-FROM-LINE NOT EQUAL ZEROS
      IF VOUCHER-GL-AMOUNT (ENTRY-FROM-LINE) EQUAL ZEROS
         DISPLAY "*** THAT LINE HAS NOTHING LEFT TO RECLASS ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE ZEROS TO ENTRY-FROM-LINE.

*>   Prepaid and capital lines have schedules hung on them (the
*>   amortization and the asset addition); those are corrected
*>   through their own processes, not by moving the coding.
   IF ENTRY-FROM-LINE NOT EQUAL ZEROS
      MOVE VOUCHER-GL-ACCOUNT (ENTRY-FROM-LINE) TO COA-ACCOUNT-NUMBER
      READ CHART-OF-ACCOUNTS-FILE RECORD
         INVALID KEY
            MOVE SPACES TO COA-PREPAID COA-CAPITAL
      END-READ
      IF COA-IS-PREPAID OR COA-IS-CAPITAL
         DISPLAY "*** THAT LINE IS CODED TO A PREPAID OR CAPITAL ACCOUNT AND CANNOT"
         DISPLAY "    BE RECLASSED HERE ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE ZEROS TO ENTRY-FROM-LINE.

   MOVE ENTRY-FROM-LINE TO W-FROM-INDEX.
*>_________________________________________________________________________

GET-TO-ACCOUNT.

   DISPLAY "RECLASS TO GL ACCOUNT (<ENTER> FOR NONE): ".
   MOVE SPACES TO ENTRY-TO-ACCOUNT.
   ACCEPT ENTRY-TO-ACCOUNT.
   INSPECT ENTRY-TO-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-TO-ACCOUNT NOT EQUAL SPACES
      IF ENTRY-TO-ACCOUNT EQUAL VOUCHER-GL-ACCOUNT (W-FROM-INDEX)
         DISPLAY "*** THE LINE IS ALREADY CODED TO THAT ACCOUNT ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE SPACES TO ENTRY-TO-ACCOUNT
      ELSE
         PERFORM VALIDATE-TO-ACCOUNT-ON-CHART
         IF NOT FOUND-COA-RECORD
            MOVE SPACES TO ENTRY-TO-ACCOUNT
         ELSE
            PERFORM SHOW-REMAINING-BUDGET.
*>_________________________________________________________________________

VALIDATE-TO-ACCOUNT-ON-CHART.

   MOVE ENTRY-TO-ACCOUNT TO COA-ACCOUNT-NUMBER.
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
         IF COA-IS-PREPAID OR COA-IS-CAPITAL
            DISPLAY "*** PREPAID AND CAPITAL ACCOUNTS ARE CODED AT VOUCHER ENTRY, WHERE"
            DISPLAY "    THEIR SCHEDULES ARE SET UP ! ***  <ENTER> TO CONTINUE"
            ACCEPT DUMMY
            MOVE "N" TO W-FOUND-COA-RECORD
         ELSE
            DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

SHOW-REMAINING-BUDGET.

*>   Monthly budgets allow the year-to-date portion: the per-month
*>   amount times the number of months elapsed this year.

   MOVE ENTRY-TO-ACCOUNT TO BUDGET-GL-ACCOUNT.
   MOVE "Y" TO W-FOUND-BUDGET-RECORD.
   READ BUDGET-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-BUDGET-RECORD.

   IF FOUND-BUDGET-RECORD
      IF BUDGET-IS-MONTHLY
         MOVE W-DAY-TODAY (5:2) TO W-THIS-MONTH-NUMBER
         COMPUTE W-EFFECTIVE-BUDGET = BUDGET-AMOUNT * W-THIS-MONTH-NUMBER
      ELSE
         MOVE BUDGET-AMOUNT TO W-EFFECTIVE-BUDGET
      END-IF
      COMPUTE W-REMAINING-BUDGET = W-EFFECTIVE-BUDGET
                                 - BUDGET-USED-AMOUNT
                                 - BUDGET-COMMITTED-AMOUNT
      MOVE W-REMAINING-BUDGET TO W-EDITED-AMOUNT
      DISPLAY "   REMAINING BUDGET FOR " BUDGET-GL-ACCOUNT ": "
              W-EDITED-AMOUNT.
*>_________________________________________________________________________

GET-RECLASS-AMOUNT.

*>   The amount is keyed unsigned and takes the sign of the line, so a
*>   credit memo's negative line reclasses the same way.

   MOVE VOUCHER-GL-AMOUNT (W-FROM-INDEX) TO W-LINE-MAGNITUDE.
   MOVE W-LINE-MAGNITUDE TO W-EDITED-AMOUNT.
   DISPLAY "AMOUNT TO RECLASS (<ENTER> FOR THE WHOLE LINE -" W-EDITED-AMOUNT "): ".
   MOVE ZEROS TO ENTRY-AMOUNT.
   ACCEPT ENTRY-AMOUNT.

   IF ENTRY-AMOUNT EQUAL ZEROS
      MOVE W-LINE-MAGNITUDE TO ENTRY-AMOUNT.

   IF ENTRY-AMOUNT GREATER THAN W-LINE-MAGNITUDE
      DISPLAY "*** THAT IS MORE THAN THE LINE CARRIES ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE ZEROS TO W-RECLASS-AMOUNT
   ELSE
      IF VOUCHER-GL-AMOUNT (W-FROM-INDEX) LESS THAN ZEROS
         COMPUTE W-RECLASS-AMOUNT = ENTRY-AMOUNT * -1
      ELSE
         MOVE ENTRY-AMOUNT TO W-RECLASS-AMOUNT.
*>_________________________________________________________________________

FIND-THE-TO-LINE.

*>   A whole line is simply recoded where it stands, so anything else
*>   hung on that line number (its job) still lines up. A part goes to
*>   the line already coded to the new account, or to a new line.

   MOVE ZEROS TO W-TO-INDEX.
   MOVE "N" TO W-NEW-LINE-NEEDED.

   IF W-RECLASS-AMOUNT EQUAL VOUCHER-GL-AMOUNT (W-FROM-INDEX)
      MOVE W-FROM-INDEX TO W-TO-INDEX
   ELSE
      PERFORM LOOK-FOR-TO-ACCOUNT-LINE
         VARYING W-GL-LINE-INDEX FROM 1 BY 1
            UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT
               OR W-TO-INDEX NOT EQUAL ZEROS
      IF W-TO-INDEX EQUAL ZEROS
         IF VOUCHER-GL-LINE-COUNT LESS THAN 5
            COMPUTE W-TO-INDEX = VOUCHER-GL-LINE-COUNT + 1
            MOVE "Y" TO W-NEW-LINE-NEEDED
         ELSE
            DISPLAY "*** ALL 5 DISTRIBUTION LINES ARE IN USE - RECLASS THE WHOLE LINE,"
            DISPLAY "    OR MOVE THE PART TO AN ACCOUNT ALREADY ON THE VOUCHER ! ***"
            DISPLAY "<ENTER> TO CONTINUE"
            ACCEPT DUMMY.
*>_________________________________________________________________________

LOOK-FOR-TO-ACCOUNT-LINE.

   IF VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) EQUAL ENTRY-TO-ACCOUNT
      MOVE W-GL-LINE-INDEX TO W-TO-INDEX.
*>_________________________________________________________________________

CHECK-RECLASS-AGAINST-BUDGET.

   IF FOUND-BUDGET-RECORD
      AND W-RECLASS-AMOUNT GREATER THAN W-REMAINING-BUDGET
      MOVE "BUDGETOV" TO W-PERM-FUNCTION
      PERFORM CHECK-PERMISSION
      IF NOT PERMISSION-GRANTED
         DISPLAY "*** THIS RECLASS EXCEEDS THE REMAINING BUDGET - YOUR ROLE"
         DISPLAY "    CANNOT CODE PAST THE BUDGET ! ***  <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE ZEROS TO W-RECLASS-AMOUNT
      ELSE
         DISPLAY "*** WARNING: THIS RECLASS EXCEEDS THE REMAINING BUDGET FOR"
         DISPLAY "    " BUDGET-GL-ACCOUNT " !  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

GET-RECLASS-REASON.

   DISPLAY "REASON FOR THE RECLASS (REQUIRED): ".
   MOVE SPACES TO ENTRY-REASON.
   ACCEPT ENTRY-REASON.
   INSPECT ENTRY-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-REASON EQUAL SPACES
      DISPLAY "A REASON MUST BE GIVEN - NOTHING RECLASSED ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

APPLY-THE-RECLASS.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD.
   MOVE VOUCHER-GL-ACCOUNT (W-FROM-INDEX) TO W-FROM-ACCOUNT.

   IF W-TO-INDEX EQUAL W-FROM-INDEX
      MOVE ENTRY-TO-ACCOUNT TO VOUCHER-GL-ACCOUNT (W-TO-INDEX)
   ELSE
      IF NEW-LINE-NEEDED
         ADD 1 TO VOUCHER-GL-LINE-COUNT
         MOVE ENTRY-TO-ACCOUNT TO VOUCHER-GL-ACCOUNT (W-TO-INDEX)
         MOVE ZEROS            TO VOUCHER-GL-AMOUNT (W-TO-INDEX)
      END-IF
      ADD W-RECLASS-AMOUNT      TO VOUCHER-GL-AMOUNT (W-TO-INDEX)
      SUBTRACT W-RECLASS-AMOUNT FROM VOUCHER-GL-AMOUNT (W-FROM-INDEX).

   MOVE "Y" TO W-VOUCHER-REWRITTEN.
   REWRITE VOUCHER-RECORD
      INVALID KEY
         MOVE "N" TO W-VOUCHER-REWRITTEN
         MOVE "REWRITE"      TO W-EXCLOG-OPERATION
         MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR SAVING THE VOUCHER - NOTHING RECLASSED ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      NOT INVALID KEY
         MOVE "VOUCHER"          TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"           TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER     TO W-SYSAUD-KEY
         MOVE BK-VOUCHER-RECORD  TO W-SYSAUD-BEFORE-IMAGE
         MOVE VOUCHER-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.

   IF VOUCHER-REWRITTEN
      IF NEW-LINE-NEEDED
         PERFORM CARRY-JOB-TO-THE-NEW-LINE
      END-IF
      MOVE W-FROM-ACCOUNT TO W-BUDGET-ACCOUNT
      COMPUTE W-BUDGET-CHANGE = W-RECLASS-AMOUNT * -1
      PERFORM MOVE-BUDGET-USED-AMOUNT
      MOVE ENTRY-TO-ACCOUNT TO W-BUDGET-ACCOUNT
      MOVE W-RECLASS-AMOUNT TO W-BUDGET-CHANGE
      PERFORM MOVE-BUDGET-USED-AMOUNT
      PERFORM WRITE-THE-RECLASS-JOURNAL
      PERFORM WRITE-THE-RECLASS-HISTORY
      DISPLAY "RECLASS POSTED - ENTRIES WRITTEN TO GL-JOURNAL-PENDING.TXT."
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

CARRY-JOB-TO-THE-NEW-LINE.

*>   Moving part of a line changes its account, not its project: the
*>   new line is charged to the same job as the line it came from.

   MOVE VOUCHER-NUMBER TO VJOB-VOUCHER.
   MOVE W-FROM-INDEX   TO VJOB-LINE.
   READ VOUCHER-JOB-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE W-TO-INDEX TO VJOB-LINE
         WRITE VJOB-RECORD
            INVALID KEY
               MOVE "WRITE"       TO W-EXCLOG-OPERATION
               MOVE VJOB-KEY      TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE "VOUCHERJOB"  TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"         TO W-SYSAUD-ACTION
               MOVE VJOB-KEY      TO W-SYSAUD-KEY
               MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
               MOVE VJOB-RECORD   TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-WRITE
   END-READ.
*>_________________________________________________________________________

MOVE-BUDGET-USED-AMOUNT.

   MOVE W-BUDGET-ACCOUNT TO BUDGET-GL-ACCOUNT.
   READ BUDGET-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         ADD W-BUDGET-CHANGE TO BUDGET-USED-AMOUNT
         REWRITE BUDGET-RECORD
            INVALID KEY
               MOVE "REWRITE"         TO W-EXCLOG-OPERATION
               MOVE BUDGET-GL-ACCOUNT TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR RECORDING THE USED AMOUNT ON BUDGET "
                       BUDGET-GL-ACCOUNT " ! ***"
         END-REWRITE
   END-READ.
*>_________________________________________________________________________

WRITE-THE-RECLASS-JOURNAL.

*>   The reversing entry takes the amount back out of the old account
*>   against AP, the new entry charges the new account against AP, so
*>   the AP control account nets to nothing.

   OPEN EXTEND GL-JOURNAL-FILE.

   MOVE W-DAY-TODAY    TO W-GLJ-POSTING-DATE.
   MOVE VOUCHER-NUMBER TO W-GLJ-VOUCHER-NUMBER.

   MOVE SPACES TO W-GLJ-DESCRIPTION.
   STRING "RECLASS REVERSAL " W-FROM-ACCOUNT
     DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
   END-STRING.
   MOVE W-FROM-ACCOUNT  TO W-GLJ-DEBIT-ACCOUNT.
   MOVE W-AP-GL-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT.
   COMPUTE W-GLJ-AMOUNT = W-RECLASS-AMOUNT * -1.
   PERFORM WRITE-GL-JOURNAL-PAIR.

   MOVE SPACES TO W-GLJ-DESCRIPTION.
   STRING "RECLASS TO " ENTRY-TO-ACCOUNT
     DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
   END-STRING.
   MOVE ENTRY-TO-ACCOUNT TO W-GLJ-DEBIT-ACCOUNT.
   MOVE W-AP-GL-ACCOUNT  TO W-GLJ-CREDIT-ACCOUNT.
   MOVE W-RECLASS-AMOUNT TO W-GLJ-AMOUNT.
   PERFORM WRITE-GL-JOURNAL-PAIR.

   PERFORM WRITE-GL-JOURNAL-TRAILER.

   CLOSE GL-JOURNAL-FILE.
*>_________________________________________________________________________

WRITE-THE-RECLASS-HISTORY.

   PERFORM COUNT-VOUCHER-RECLASSES.
   COMPUTE W-NEXT-SEQUENCE = W-HISTORY-COUNT + 1.

   MOVE VOUCHER-NUMBER      TO GLRCL-VOUCHER.
   MOVE W-NEXT-SEQUENCE     TO GLRCL-SEQUENCE.
   MOVE W-FROM-INDEX        TO GLRCL-FROM-LINE.
   MOVE W-FROM-ACCOUNT      TO GLRCL-FROM-ACCOUNT.
   MOVE W-TO-INDEX          TO GLRCL-TO-LINE.
   MOVE ENTRY-TO-ACCOUNT    TO GLRCL-TO-ACCOUNT.
   MOVE W-RECLASS-AMOUNT    TO GLRCL-AMOUNT.
   MOVE W-DAY-TODAY         TO GLRCL-POSTING-DATE.
   MOVE W-POSTING-YEAR      TO GLRCL-FISCAL-YEAR.
   MOVE W-POSTING-PERIOD    TO GLRCL-FISCAL-PERIOD.
   MOVE ENTRY-REASON        TO GLRCL-REASON.
   MOVE W-CURRENT-USER-ID   TO GLRCL-RECLASSED-BY.
   MOVE W-TIME-NOW-HHMM     TO GLRCL-RECLASSED-TIME.

   WRITE GLRCL-RECORD
      INVALID KEY
         MOVE "WRITE"        TO W-EXCLOG-OPERATION
         MOVE GLRCL-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR WRITING THE RECLASS HISTORY ! ***"
      NOT INVALID KEY
         MOVE "GLRECLASS"    TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE GLRCL-KEY      TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE GLRCL-RECORD   TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-WRITE.
*>_________________________________________________________________________

COUNT-VOUCHER-RECLASSES.

*>   Sequences run 1, 2, 3 ... within the voucher, so the count of
*>   records on file is also the last sequence used.

   MOVE ZEROS TO W-HISTORY-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE VOUCHER-NUMBER TO GLRCL-VOUCHER.
   MOVE ZEROS          TO GLRCL-SEQUENCE.
   START GL-RECLASS-FILE KEY IS NOT LESS THAN GLRCL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM COUNT-NEXT-RECLASS UNTIL END-OF-FILE.
*>_________________________________________________________________________

COUNT-NEXT-RECLASS.

   READ GL-RECLASS-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF GLRCL-VOUCHER NOT EQUAL VOUCHER-NUMBER
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            ADD 1 TO W-HISTORY-COUNT
         END-IF
   END-READ.
*>_________________________________________________________________________

HISTORY-MODULE.

   DISPLAY "                RECLASS HISTORY OF A VOUCHER".
   DISPLAY " ".

   DISPLAY "INFORM THE VOUCHER NUMBER (<ENTER> FOR MENU): ".
   MOVE ZEROS TO ENTRY-VOUCHER-NUMBER.
   ACCEPT ENTRY-VOUCHER-NUMBER.

   IF ENTRY-VOUCHER-NUMBER NOT EQUAL ZEROS
      PERFORM SHOW-VOUCHER-RECLASS-HISTORY.
*>_________________________________________________________________________

SHOW-VOUCHER-RECLASS-HISTORY.

   MOVE ZEROS TO W-HISTORY-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ENTRY-VOUCHER-NUMBER TO GLRCL-VOUCHER.
   MOVE ZEROS                TO GLRCL-SEQUENCE.
   START GL-RECLASS-FILE KEY IS NOT LESS THAN GLRCL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM CLEAR-SCREEN.
   DISPLAY "RECLASS HISTORY OF VOUCHER " ENTRY-VOUCHER-NUMBER.
   DISPLAY " ".
   DISPLAY "SEQ POSTED     PERIOD  FROM        LN TO          LN          AMOUNT BY".
   DISPLAY "=== ========== ======= ========== == ========== == =============== ==========".

   PERFORM SHOW-NEXT-RECLASS UNTIL END-OF-FILE.

   DISPLAY " ".
   IF W-HISTORY-COUNT EQUAL ZEROS
      DISPLAY "THAT VOUCHER HAS NEVER BEEN RECLASSED.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

SHOW-NEXT-RECLASS.

   READ GL-RECLASS-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF GLRCL-VOUCHER NOT EQUAL ENTRY-VOUCHER-NUMBER
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            ADD 1 TO W-HISTORY-COUNT
            PERFORM SHOW-ONE-RECLASS
         END-IF
   END-READ.
*>_________________________________________________________________________

SHOW-ONE-RECLASS.

   COMPUTE DUMMY-FOR-DATE-12 = GLRCL-POSTING-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
   MOVE GLRCL-AMOUNT      TO W-EDITED-AMOUNT.

   DISPLAY GLRCL-SEQUENCE " " W-FORMATTED-DATE " "
           GLRCL-FISCAL-YEAR "/" GLRCL-FISCAL-PERIOD " "
           GLRCL-FROM-ACCOUNT "  " GLRCL-FROM-LINE " "
           GLRCL-TO-ACCOUNT "  " GLRCL-TO-LINE " "
           W-EDITED-AMOUNT " " GLRCL-RECLASSED-BY.
   DISPLAY "    REASON: " GLRCL-REASON.
*>_________________________________________________________________________

GET-CURRENT-USER.

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

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
