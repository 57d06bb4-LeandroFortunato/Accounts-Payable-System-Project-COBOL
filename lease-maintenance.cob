IDENTIFICATION DIVISION.
PROGRAM-ID. lease-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLLEASE.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLGLJRN.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLDOCIDX.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO W-PRINTER-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDLEASE.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDPERBAL.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDGLJRN.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDDOCIDX.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(132).

   WORKING-STORAGE SECTION.

      COPY "wsdocidx.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".
      COPY "wsperbal.cbl".
      COPY "wsvndbal.cbl".
      COPY "wsfiscal.cbl".
      COPY "wsgljrn.cbl".

      01 W-MENU-OPTION                     PIC 9.
         88 VALID-MENU-OPTION             VALUE  0 THROUGH 7.

      01 ENTRY-LEASE-NUMBER                PIC 9(5).
         88 VALID-NUMBER                  VALUE 1 THROUGH 99999.

      01 W-FOUND-LEASE-RECORD              PIC X.
         88 FOUND-LEASE-RECORD            VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-VOUCHER-RECORD            PIC X.
         88 FOUND-VOUCHER-RECORD          VALUE "Y".

      01 W-FOUND-COA-RECORD                PIC X.
         88 FOUND-COA-RECORD              VALUE "Y".

      01 W-SHOW-ALL-THE-FIELDS             PIC X.
         88 SHOW-ALL-THE-FIELDS           VALUE "Y".

      01 W-ERROR-WRITING                   PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      77 BK-VOUCHER-RECORD-BEFORE-CHANGE   PIC X(512).
      77 W-VOUCHER-RECORD-AS-EDITED        PIC X(512).
      77 W-VOUCHER-RECORD-ON-DISK          PIC X(512).

      01 W-VOUCHER-CHANGED-ELSEWHERE       PIC X.
         88 VOUCHER-CHANGED-ELSEWHERE        VALUE "Y".

      77 W-SYSAUD-RECORD-TYPE              PIC X(10).
      77 W-SYSAUD-ACTION                   PIC X(06).
      77 W-SYSAUD-KEY                      PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE             PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE              PIC X(512).
      77 W-SYSAUD-USER-ID                  PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY             PIC 9(8).
         05 FILLER                         PIC X(1).
         05 W-SYSAUD-TIME-NOW              PIC 9(5).
         05 FILLER                         PIC X(7).

         77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "LEASE-MAINTENANCE".
         77 W-EXCLOG-OPERATION      PIC X(08).
         77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      01 W-ERROR-R-W-NEW-VOUCHER-NUMBER    PIC X.
         88 ERROR-R-W-NEW-VOUCHER-NUMBER  VALUE "Y".

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 QUIT-IS-CONFIRMED             VALUE "Y".
         88 DELETING-IS-CONFIRMED         VALUE "Y".
         88 SAVING-IS-CONFIRMED           VALUE "Y".
         88 RUN-IS-CONFIRMED              VALUE "Y".

      01 ENTRY-RECORD-FIELD                PIC 9.
         88 VALID-FIELD                   VALUE 1 THROUGH 7.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-CURRENT-USER-ID                 PIC X(10).
      77 W-PRINTER-FILE-NAME               PIC X(30).
      77 ENTRY-GL-ACCOUNT                  PIC X(10).
      77 ENTRY-STATUS                      PIC X(06).

*>    One month of the lease schedule, month 0 being the start month
      77 W-SCHED-INDEX                     PIC 9(03).
      77 W-LEASE-YEAR-NUMBER               PIC 9(03).
      77 W-MONTH-SERIAL                    PIC 9(07).
      77 W-SCHED-MONTH-NUMBER              PIC 9(03).
      77 W-MONTHLY-RATE                    PIC 9V9(9).
      77 W-RATE-STEP                       PIC 9V9(9).
      77 W-DISCOUNT-FACTOR                 PIC 9V9(12).
      77 W-ESCALATION-STEP                 PIC 9V9(4).
      77 W-ESCALATION-FACTOR               PIC 9(3)V9(9).
      77 W-ROU-WORK                        PIC S9(11)V99.
      77 W-PRESENT-VALUE                   PIC S9(10)V9(4).
      77 W-SCHED-PAYMENT                   PIC S9(8)V99.
      77 W-SCHED-OPENING                   PIC S9(8)V99.
      77 W-SCHED-INTEREST                  PIC S9(8)V99.
      77 W-SCHED-PRINCIPAL                 PIC S9(8)V99.
      77 W-SCHED-LIABILITY                 PIC S9(8)V99.
      77 W-SCHED-ROU-CUMULATIVE            PIC S9(8)V99.
      77 W-SCHED-ROU-NEW-CUMULATIVE        PIC S9(8)V99.
      77 W-SCHED-ROU-AMORTIZATION          PIC S9(8)V99.

      01 W-SCHED-DATE                      PIC 9(8).
      01 FILLER REDEFINES W-SCHED-DATE.
         05 W-SCHED-YEAR                  PIC 9(4).
         05 W-SCHED-MONTH                 PIC 9(2).
         05 W-SCHED-DAY                   PIC 9(2).

      01 W-START-DATE                      PIC 9(8).
      01 FILLER REDEFINES W-START-DATE.
         05 W-START-YEAR                  PIC 9(4).
         05 W-START-MONTH                 PIC 9(2).
         05 W-START-DAY                   PIC 9(2).

      01 W-RUN-DATE                        PIC 9(8).
      01 FILLER REDEFINES W-RUN-DATE.
         05 W-RUN-YEAR                    PIC 9(4).
         05 W-RUN-MONTH                   PIC 9(2).
         05 W-RUN-DAY                     PIC 9(2).

      77 W-RUN-CCYYMM                      PIC 9(6).
      77 W-MONTHS-DUE                      PIC S9(5).
      77 W-THROUGH-DATE                    PIC 9(8).

      77 W-VOUCHERS-GENERATED              PIC 9(5) VALUE 0.
      77 W-LEASES-JOURNALED                PIC 9(5) VALUE 0.
      77 W-JOURNAL-PAIRS                   PIC 9(5) VALUE 0.
      77 W-TOTAL-INTEREST                  PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-ROU-AMORTIZATION          PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-COMMENCEMENT              PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-PAYMENTS                  PIC S9(10)V99 VALUE 0.

      01 SCHEDULE-HEADING.
         05 FILLER                        PIC X(05) VALUE "  MO ".
         05 FILLER                        PIC X(10) VALUE "DUE DATE".
         05 FILLER                        PIC X(15) VALUE "      PAYMENT".
         05 FILLER                        PIC X(15) VALUE "     INTEREST".
         05 FILLER                        PIC X(15) VALUE "    PRINCIPAL".
         05 FILLER                        PIC X(15) VALUE "    LIABILITY".
         05 FILLER                        PIC X(15) VALUE "    ROU AMORT".
         05 FILLER                        PIC X(15) VALUE "    ROU ASSET".
         05 FILLER                        PIC X(10) VALUE "  VCH JRN".

      01 SCHEDULE-DETAIL.
         05 D-MONTH                       PIC ZZ9.
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-DUE-DATE                    PIC 9(08).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-PAYMENT                     PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-INTEREST                    PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-PRINCIPAL                   PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-LIABILITY                   PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-ROU-AMORTIZATION            PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-ROU-BALANCE                 PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(04) VALUE SPACES.
         05 D-VOUCHERED                   PIC X(01).
         05 FILLER                        PIC X(03) VALUE SPACES.
         05 D-JOURNALED                   PIC X(01).

      01 JOURNAL-DETAIL.
         05 J-LEASE                       PIC 9(05).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 J-DESCRIPTION                 PIC X(30).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 J-MONTH                       PIC ZZ9.
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 J-COMMENCEMENT                PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 J-INTEREST                    PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 J-ROU-AMORTIZATION            PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 J-LIABILITY                   PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 J-ROU-BALANCE                 PIC ZZ,ZZZ,ZZ9.99-.

      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      77 VOUCHER-FORMATTED-DATE            PIC 99/99/9999.
      77 VOUCHER-MM-YY-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                 PIC 9(12).
      77 VOUCHER-FORMATTED-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
      77 W-GL-LINE-INDEX                   PIC 9.
      77 DUMMY                             PIC X.
      77 MSG-CONFIRMATION                  PIC X(75).
      77 MSG-AFTER-SAVING                  PIC X(60).
      77 MSG-OPTION                        PIC X(07).
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.
   PERFORM READ-CURRENT-SESSION-USER.

   OPEN I-O LEASE-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN INPUT DOCUMENT-INDEX-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN I-O CONTROL-FILE.
   OPEN I-O CHECK-REGISTER-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MENU-OPTION EQUAL ZERO
                            OR VALID-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-MENU-OPTION EQUAL ZERO
   CLOSE LEASE-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE DOCUMENT-INDEX-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE CHECK-REGISTER-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-SESSION-USER.

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

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                            LEASE SCHEDULE MAINTENANCE".
         DISPLAY " "
         DISPLAY "                        --------------------------------------".
         DISPLAY "                        | 1 - ADD LEASE                      |".
         DISPLAY "                        | 2 - CHANGE LEASE                   |".
         DISPLAY "                        | 3 - LOOK UP LEASE                  |".
         DISPLAY "                        | 4 - DELETE LEASE                   |".
         DISPLAY "                        | 5 - GENERATE PAYMENT VOUCHERS      |".
         DISPLAY "                        | 6 - PRINT AMORTIZATION SCHEDULE    |".
         DISPLAY "                        | 7 - MONTH-END LEASE JOURNAL        |".
         DISPLAY "                        | 0 - EXIT                           |".
         DISPLAY "                        --------------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 7 TIMES.
         ACCEPT W-MENU-OPTION.

        IF W-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-MENU-OPTION = 1
      MOVE "ADD    " TO MSG-OPTION
      PERFORM ADD-MODULE.

   IF W-MENU-OPTION = 2
      MOVE "CHANGE " TO MSG-OPTION
      PERFORM CHANGE-MODULE.

   IF W-MENU-OPTION = 3
      MOVE "LOOK UP" TO MSG-OPTION
      PERFORM INQUIRY-MODULE.

   IF W-MENU-OPTION = 4
      MOVE "DELETE " TO MSG-OPTION
      PERFORM DELETE-MODULE.

   IF W-MENU-OPTION = 5
      PERFORM GENERATE-LEASE-VOUCHERS.

   IF W-MENU-OPTION = 6
      MOVE "PRINT  " TO MSG-OPTION
      PERFORM PRINT-SCHEDULE-MODULE.

   IF W-MENU-OPTION = 7
      PERFORM MONTH-END-LEASE-JOURNAL.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MENU-OPTION EQUAL ZERO
                            OR VALID-MENU-OPTION.
*>_________________________________________________________________________

ASK-USER-FOR-THE-LEASE-NUMBER.

     MOVE "Y" TO W-FOUND-LEASE-RECORD.
     DISPLAY "INFORM A LEASE NUMBER TO " MSG-OPTION " (<ENTER> FOR MENU)".
     ACCEPT ENTRY-LEASE-NUMBER.

     IF ENTRY-LEASE-NUMBER NOT EQUAL ZEROS
        MOVE ENTRY-LEASE-NUMBER TO LEASE-NUMBER
        READ LEASE-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-LEASE-RECORD
              DISPLAY "LEASE NOT FOUND ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

GET-AN-EXISTANT-LEASE-NUMBER.
     PERFORM ASK-USER-FOR-THE-LEASE-NUMBER.
     PERFORM ASK-USER-FOR-THE-LEASE-NUMBER
                              UNTIL ENTRY-LEASE-NUMBER EQUAL ZEROS
                                 OR FOUND-LEASE-RECORD.
     IF ENTRY-LEASE-NUMBER EQUAL ZEROS
        MOVE ZEROS TO LEASE-NUMBER.
*>_________________________________________________________________________

ASK-USER-FOR-NEW-LEASE-NUMBER.

   PERFORM GET-A-NEW-LEASE-NUMBER *> force a first pass
   PERFORM GET-A-NEW-LEASE-NUMBER UNTIL
                                     ENTRY-LEASE-NUMBER EQUAL ZEROS *> quit
                              OR NOT FOUND-LEASE-RECORD. *> not a duplicate
*>_________________________________________________________________________

GET-A-NEW-LEASE-NUMBER.

   PERFORM ASK-USER-FOR-THE-LEASE-NUMBER.

   IF ENTRY-LEASE-NUMBER NOT EQUAL ZEROS
      IF NOT VALID-NUMBER
         DISPLAY "INVALID LEASE NUMBER ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         IF FOUND-LEASE-RECORD
            DISPLAY "LEASE NUMBER ALREADY EXISTS ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY.
*>_________________________________________________________________________

DISPLAY-LEASE-RECORD.

     PERFORM CLEAR-SCREEN.
     DISPLAY "LEASE...............: " LEASE-NUMBER "   " LEASE-STATUS.
     DISPLAY "1) VENDOR...........: " LEASE-VENDOR.

     MOVE LEASE-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF FOUND-VENDOR-RECORD
        DISPLAY "                       " VENDOR-NAME
     ELSE
        DISPLAY "                       ** Not found **".

     DISPLAY "2) DESCRIPTION......: " LEASE-DESCRIPTION.
     DISPLAY "   START DATE.......: " LEASE-START-DATE.
     DISPLAY "   TERM (MONTHS)....: " LEASE-TERM-MONTHS.
     DISPLAY "3) PAYMENT DAY......: " LEASE-PAYMENT-DAY.
     MOVE LEASE-MONTHLY-PAYMENT TO VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   MONTHLY PAYMENT..: " VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   ANNUAL ESCALATION: " LEASE-ESCALATION-PERCENT " %".
     DISPLAY "   DISCOUNT RATE....: " LEASE-DISCOUNT-RATE " %".
     DISPLAY "4) LIABILITY GL.....: " LEASE-LIABILITY-ACCOUNT.
     DISPLAY "5) RIGHT-OF-USE GL..: " LEASE-ROU-ASSET-ACCOUNT.
     DISPLAY "6) INTEREST GL......: " LEASE-INTEREST-ACCOUNT
             "   ROU AMORTIZATION GL: " LEASE-AMORTIZATION-ACCOUNT.
     DISPLAY "7) STATUS...........: " LEASE-STATUS.
     MOVE LEASE-INITIAL-LIABILITY TO VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   INITIAL LIABILITY: " VOUCHER-FORMATTED-AMOUNT.
     MOVE LEASE-LIABILITY-BALANCE TO VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   LIABILITY NOW....: " VOUCHER-FORMATTED-AMOUNT.
     MOVE LEASE-ROU-BALANCE TO VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   ROU ASSET NOW....: " VOUCHER-FORMATTED-AMOUNT.
     DISPLAY "   PAYMENTS VOUCHERED " LEASE-PAYMENTS-VOUCHERED
             " - MONTHS JOURNALED " LEASE-MONTHS-JOURNALED.

     PERFORM JUMP-LINE.
*>_________________________________________________________________________

ADD-MODULE.

   PERFORM ASK-USER-FOR-NEW-LEASE-NUMBER.
   PERFORM ADD-REC-GET-ANOTHER-NUMBER UNTIL
                                     ENTRY-LEASE-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

ADD-REC-GET-ANOTHER-NUMBER.

   MOVE SPACES TO LEASE-RECORD.
   MOVE ENTRY-LEASE-NUMBER TO LEASE-NUMBER.
   MOVE ZEROS  TO LEASE-VENDOR.
   MOVE W-SESSION-COMPANY TO LEASE-COMPANY.
   MOVE ZEROS  TO LEASE-START-DATE.
   MOVE ZEROS  TO LEASE-TERM-MONTHS.
   MOVE ZEROS  TO LEASE-PAYMENT-DAY.
   MOVE ZEROS  TO LEASE-MONTHLY-PAYMENT.
   MOVE ZEROS  TO LEASE-ESCALATION-PERCENT.
   MOVE ZEROS  TO LEASE-DISCOUNT-RATE.
   MOVE ZEROS  TO LEASE-INITIAL-LIABILITY.
   MOVE ZEROS  TO LEASE-PAYMENTS-VOUCHERED.
   MOVE ZEROS  TO LEASE-MONTHS-JOURNALED.
   MOVE ZEROS  TO LEASE-LAST-JOURNAL-MONTH.
   MOVE ZEROS  TO LEASE-LIABILITY-BALANCE.
   MOVE ZEROS  TO LEASE-ROU-BALANCE.
   MOVE "ACTIVE" TO LEASE-STATUS.
   MOVE W-CURRENT-USER-ID TO LEASE-CREATED-BY.

   PERFORM GET-FIELDS.

   IF LEASE-VENDOR NOT EQUAL ZEROS *> quit from get-fields
      PERFORM COMPUTE-INITIAL-LIABILITY
      PERFORM DISPLAY-LEASE-RECORD
      MOVE "DO YOU CONFIRM SAVING THIS LEASE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF SAVING-IS-CONFIRMED
         MOVE "N" TO W-ERROR-WRITING
         WRITE LEASE-RECORD
            INVALID KEY
               MOVE "Y" TO W-ERROR-WRITING
         END-WRITE
         IF ERROR-WRITING
            DISPLAY "ERROR WHILE WRITING THE LEASE ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         ELSE
            MOVE "LEASE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"        TO W-SYSAUD-ACTION
            MOVE LEASE-NUMBER TO W-SYSAUD-KEY
            MOVE SPACES       TO W-SYSAUD-BEFORE-IMAGE
            MOVE LEASE-RECORD TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "THE NEW LEASE HAS BEEN ADDED ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY.

   PERFORM ASK-USER-FOR-NEW-LEASE-NUMBER.
*>_________________________________________________________________________

GET-FIELDS.

   MOVE "N" TO W-VALID-ANSWER.  *> quit (QUIT-IS-CONFIRMED)
   MOVE "N" TO W-FOUND-VENDOR-RECORD.

   PERFORM GET-LEASE-VENDOR
                         UNTIL (LEASE-VENDOR NOT EQUAL ZEROS
                                          AND
                                    FOUND-VENDOR-RECORD)
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-LEASE-DESCRIPTION
                         UNTIL LEASE-DESCRIPTION NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM GET-LEASE-START-DATE.

   PERFORM GET-LEASE-TERM-MONTHS
                         UNTIL LEASE-TERM-MONTHS NOT EQUAL ZEROS
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-LEASE-PAYMENT-DAY
                         UNTIL LEASE-PAYMENT-DAY NOT EQUAL ZEROS
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-LEASE-MONTHLY-PAYMENT
                         UNTIL LEASE-MONTHLY-PAYMENT GREATER THAN ZEROS
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM GET-LEASE-RATES.

   PERFORM GET-LEASE-LIABILITY-ACCOUNT
                         UNTIL LEASE-LIABILITY-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-LEASE-ROU-ASSET-ACCOUNT
                         UNTIL LEASE-ROU-ASSET-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-LEASE-EXPENSE-ACCOUNTS
                         UNTIL LEASE-AMORTIZATION-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   IF LEASE-VENDOR NOT EQUAL ZEROS AND QUIT-IS-CONFIRMED *> quit after vendor was informed
      DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   IF QUIT-IS-CONFIRMED
      MOVE ZEROS TO LEASE-VENDOR.
*>_________________________________________________________________________

GET-LEASE-VENDOR.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "1) INFORM LESSOR VENDOR - <ENTER> TO RETURN"
   ACCEPT LEASE-VENDOR.

   IF LEASE-VENDOR EQUAL ZEROS
      MOVE "Y" TO W-VALID-ANSWER  *> quit (QUIT-IS-CONFIRMED)
   ELSE
       MOVE LEASE-VENDOR TO VENDOR-NUMBER
       MOVE "Y" TO W-FOUND-VENDOR-RECORD
       PERFORM LOOK-FOR-VENDOR-RECORD

        IF NOT FOUND-VENDOR-RECORD
           DISPLAY "*** VENDOR NOT FOUND IN VENDOR-FILE ! ***  <ENTER> TO CONTINUE"
           MOVE ZEROS TO LEASE-VENDOR
           ACCEPT DUMMY
        ELSE
           IF VENDOR-IS-ON-HOLD
              DISPLAY "*** VENDOR IS ON HOLD - A LEASE CANNOT USE IT ! ***  <ENTER> TO CONTINUE"
              MOVE ZEROS TO LEASE-VENDOR
              ACCEPT DUMMY
           ELSE
           IF VENDOR-IS-PENDING
              DISPLAY "*** VENDOR IS STILL IN ONBOARDING - A LEASE CANNOT USE IT ! ***  <ENTER> TO CONTINUE"
              MOVE ZEROS TO LEASE-VENDOR
              ACCEPT DUMMY.
*>_________________________________________________________________________

GET-LEASE-DESCRIPTION.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "2) INFORM WHAT IS LEASED (E.G. WAREHOUSE 2, COPIER 3RD FLOOR): ".
   ACCEPT LEASE-DESCRIPTION.

   IF LEASE-DESCRIPTION EQUAL SPACES
      DISPLAY "DESCRIPTION MUST BE INFORMED !"
       PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
       INSPECT LEASE-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-LEASE-START-DATE.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   MOVE "LEASE COMMENCEMENT DATE - FIRST PAYMENT MONTH: (MM-DD-YYYY)"
     TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO LEASE-START-DATE.
*>_________________________________________________________________________

GET-LEASE-TERM-MONTHS.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "INFORM THE TERM IN MONTHS (1-600): ".
   ACCEPT LEASE-TERM-MONTHS.

   IF LEASE-TERM-MONTHS EQUAL ZEROS
      DISPLAY "TERM MUST BE INFORMED !"
       PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
      IF LEASE-TERM-MONTHS GREATER THAN 600
         DISPLAY "TERM MUST BE FROM 1 TO 600 MONTHS !"
         MOVE ZEROS TO LEASE-TERM-MONTHS.
*>_________________________________________________________________________

GET-LEASE-PAYMENT-DAY.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "3) INFORM DAY OF MONTH THE PAYMENT IS DUE (1-31): ".
   ACCEPT LEASE-PAYMENT-DAY.

   IF LEASE-PAYMENT-DAY EQUAL ZEROS
      DISPLAY "DAY OF MONTH MUST BE INFORMED !"
       PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
      IF LEASE-PAYMENT-DAY GREATER THAN 31
         DISPLAY "DAY OF MONTH MUST BE FROM 1 TO 31 !"
         MOVE ZEROS TO LEASE-PAYMENT-DAY.
*>_________________________________________________________________________

GET-LEASE-MONTHLY-PAYMENT.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "INFORM THE MONTHLY PAYMENT FOR THE FIRST YEAR: ".
   ACCEPT LEASE-MONTHLY-PAYMENT.

   IF LEASE-MONTHLY-PAYMENT NOT GREATER THAN ZEROS
      DISPLAY "PAYMENT MUST BE GREATER THAN ZERO !"
       PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-LEASE-RATES.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "INFORM THE ANNUAL ESCALATION PERCENT (E.G. 3.00, 0 IF FLAT): ".
   ACCEPT LEASE-ESCALATION-PERCENT.

   DISPLAY "INFORM THE ANNUAL DISCOUNT RATE PERCENT (E.G. 6.5000): ".
   ACCEPT LEASE-DISCOUNT-RATE.
*>_________________________________________________________________________

GET-LEASE-LIABILITY-ACCOUNT.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "4) LEASE LIABILITY GL ACCOUNT (PAYMENT VOUCHERS CHARGE IT): ".
   PERFORM ASK-GL-ACCOUNT.
   IF FOUND-COA-RECORD
      MOVE ENTRY-GL-ACCOUNT TO LEASE-LIABILITY-ACCOUNT.
*>_________________________________________________________________________

GET-LEASE-ROU-ASSET-ACCOUNT.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "5) RIGHT-OF-USE ASSET GL ACCOUNT: ".
   PERFORM ASK-GL-ACCOUNT.
   IF FOUND-COA-RECORD
      MOVE ENTRY-GL-ACCOUNT TO LEASE-ROU-ASSET-ACCOUNT.
*>_________________________________________________________________________

GET-LEASE-EXPENSE-ACCOUNTS.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "6) LEASE INTEREST EXPENSE GL ACCOUNT: ".
   PERFORM ASK-GL-ACCOUNT.
   IF FOUND-COA-RECORD
      MOVE ENTRY-GL-ACCOUNT TO LEASE-INTEREST-ACCOUNT
      DISPLAY "   ROU AMORTIZATION EXPENSE GL ACCOUNT: "
      PERFORM ASK-GL-ACCOUNT
      IF FOUND-COA-RECORD
         MOVE ENTRY-GL-ACCOUNT TO LEASE-AMORTIZATION-ACCOUNT.
*>_________________________________________________________________________

ASK-GL-ACCOUNT.

   MOVE SPACES TO ENTRY-GL-ACCOUNT.
   ACCEPT ENTRY-GL-ACCOUNT.

   IF ENTRY-GL-ACCOUNT EQUAL SPACES
      MOVE "N" TO W-FOUND-COA-RECORD
      DISPLAY "GL ACCOUNT MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
      PERFORM VALIDATE-ACCOUNT-ON-CHART.
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

SHOW-ALL-INFORM-ALREADY-GIVEN.

   PERFORM DISPLAY-LEASE-RECORD.
   DISPLAY "INSERT THE FOLLOWING INFORMATION FOR THE LEASE: ".
   DISPLAY " ".
*>_________________________________________________________________________

COMPUTE-INITIAL-LIABILITY.

*>   Present value of every scheduled payment, the first one due at
*>   commencement (payments in advance), discounted monthly.

   PERFORM SET-LEASE-RATES.
   MOVE ZEROS TO W-PRESENT-VALUE.
   MOVE 1 TO W-DISCOUNT-FACTOR.
   PERFORM ADD-ONE-PRESENT-VALUE
      VARYING W-SCHED-INDEX FROM 0 BY 1
        UNTIL W-SCHED-INDEX NOT LESS THAN LEASE-TERM-MONTHS.
   COMPUTE LEASE-INITIAL-LIABILITY ROUNDED = W-PRESENT-VALUE.
*>_________________________________________________________________________

ADD-ONE-PRESENT-VALUE.

   PERFORM COMPUTE-SCHEDULED-PAYMENT.
   COMPUTE W-PRESENT-VALUE = W-PRESENT-VALUE
                           + W-SCHED-PAYMENT * W-DISCOUNT-FACTOR.
   COMPUTE W-DISCOUNT-FACTOR ROUNDED = W-DISCOUNT-FACTOR / W-RATE-STEP.
*>_________________________________________________________________________

SET-LEASE-RATES.

   COMPUTE W-MONTHLY-RATE = LEASE-DISCOUNT-RATE / 1200.
   COMPUTE W-RATE-STEP = 1 + W-MONTHLY-RATE.
   COMPUTE W-ESCALATION-STEP = 1 + LEASE-ESCALATION-PERCENT / 100.
*>_________________________________________________________________________

COMPUTE-SCHEDULED-PAYMENT.

*>   The payment steps up by the escalation percent on each
*>   anniversary of the start date.

   DIVIDE W-SCHED-INDEX BY 12 GIVING W-LEASE-YEAR-NUMBER.
   MOVE 1 TO W-ESCALATION-FACTOR.
   PERFORM APPLY-ONE-ESCALATION W-LEASE-YEAR-NUMBER TIMES.
   COMPUTE W-SCHED-PAYMENT ROUNDED = LEASE-MONTHLY-PAYMENT
                                   * W-ESCALATION-FACTOR.
*>_________________________________________________________________________

APPLY-ONE-ESCALATION.

   COMPUTE W-ESCALATION-FACTOR ROUNDED = W-ESCALATION-FACTOR
                                       * W-ESCALATION-STEP.
*>_________________________________________________________________________

COMPUTE-SCHEDULED-DATE.

*>   Payment day in the start month plus W-SCHED-INDEX months, pulled
*>   back to the month end where the month is shorter.

   MOVE LEASE-START-DATE TO W-START-DATE.
   COMPUTE W-MONTH-SERIAL = W-START-YEAR * 12 + W-START-MONTH - 1
                          + W-SCHED-INDEX.
   DIVIDE W-MONTH-SERIAL BY 12 GIVING W-SCHED-YEAR REMAINDER W-SCHED-MONTH.
   ADD 1 TO W-SCHED-MONTH.
   MOVE LEASE-PAYMENT-DAY TO W-SCHED-DAY.
   PERFORM STEP-BACK-SCHEDULED-DAY
      UNTIL FUNCTION TEST-DATE-YYYYMMDD (W-SCHED-DATE) EQUAL ZERO.
*>_________________________________________________________________________

STEP-BACK-SCHEDULED-DAY.

   SUBTRACT 1 FROM W-SCHED-DAY.
*>_________________________________________________________________________

ADVANCE-SCHEDULE-ONE-MONTH.

*>   W-SCHED-LIABILITY holds the liability brought forward and
*>   W-SCHED-ROU-CUMULATIVE the right-of-use amortization so far.
*>   The payment comes off first, interest accrues on what is left,
*>   and the final month takes the rounding so both clear to zero.

   PERFORM COMPUTE-SCHEDULED-PAYMENT.
   MOVE W-SCHED-LIABILITY TO W-SCHED-OPENING.
   MOVE W-SCHED-INDEX TO W-SCHED-MONTH-NUMBER.
   ADD 1 TO W-SCHED-MONTH-NUMBER.

   IF W-SCHED-MONTH-NUMBER EQUAL LEASE-TERM-MONTHS
      COMPUTE W-SCHED-INTEREST = W-SCHED-PAYMENT - W-SCHED-OPENING
      MOVE LEASE-INITIAL-LIABILITY TO W-SCHED-ROU-NEW-CUMULATIVE
   ELSE
      COMPUTE W-SCHED-INTEREST ROUNDED =
              (W-SCHED-OPENING - W-SCHED-PAYMENT) * W-MONTHLY-RATE
      COMPUTE W-ROU-WORK = LEASE-INITIAL-LIABILITY * W-SCHED-MONTH-NUMBER
      DIVIDE W-ROU-WORK BY LEASE-TERM-MONTHS
         GIVING W-SCHED-ROU-NEW-CUMULATIVE ROUNDED.

   COMPUTE W-SCHED-PRINCIPAL = W-SCHED-PAYMENT - W-SCHED-INTEREST.
   COMPUTE W-SCHED-LIABILITY = W-SCHED-OPENING - W-SCHED-PAYMENT
                             + W-SCHED-INTEREST.
   COMPUTE W-SCHED-ROU-AMORTIZATION = W-SCHED-ROU-NEW-CUMULATIVE
                                    - W-SCHED-ROU-CUMULATIVE.
   MOVE W-SCHED-ROU-NEW-CUMULATIVE TO W-SCHED-ROU-CUMULATIVE.
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
   PERFORM GET-RECORD-AND-CHANGE UNTIL
                                      LEASE-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

GET-RECORD-AND-CHANGE.

       MOVE LEASE-RECORD TO W-SYSAUD-BEFORE-IMAGE.
       PERFORM DISPLAY-LEASE-RECORD.
       DISPLAY "TERMS ARE FIXED ONCE SAVED - DELETE AND RE-ADD A LEASE NOT YET STARTED.".
       PERFORM ASK-WHICH-FIELD-TO-CHANGE.
       PERFORM CHANGE-SAVE-GET-ANOTHER-FIELD
                                      UNTIL ENTRY-RECORD-FIELD EQUAL ZERO.

       PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
*>_________________________________________________________________________

ASK-WHICH-FIELD-TO-CHANGE.

     DISPLAY "INFORM A FIELD TO CHANGE 1 TO 7 (<ENTER> TO RETURN)".
     ACCEPT ENTRY-RECORD-FIELD.

     IF ENTRY-RECORD-FIELD NOT EQUAL ZERO
        IF NOT VALID-FIELD
           DISPLAY "INVALID FIELD !".
*>_________________________________________________________________________

CHANGE-SAVE-GET-ANOTHER-FIELD.

     MOVE "N" TO W-VALID-ANSWER.  *> not to quit (QUIT-IS-CONFIRMED)

     IF ENTRY-RECORD-FIELD = 1
        IF LEASE-PAYMENTS-VOUCHERED NOT EQUAL ZEROS
           DISPLAY "PAYMENTS HAVE BEEN VOUCHERED TO THIS LESSOR - VENDOR CANNOT CHANGE !"
        ELSE
           PERFORM GET-LEASE-VENDOR
           PERFORM GET-LEASE-VENDOR
                            UNTIL (LEASE-VENDOR NOT EQUAL ZEROS
                                             AND
                                       FOUND-VENDOR-RECORD)
                               OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 2
        PERFORM GET-LEASE-DESCRIPTION
        PERFORM GET-LEASE-DESCRIPTION
                         UNTIL LEASE-DESCRIPTION NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 3
        PERFORM GET-LEASE-PAYMENT-DAY
        PERFORM GET-LEASE-PAYMENT-DAY
                         UNTIL LEASE-PAYMENT-DAY NOT EQUAL ZEROS
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 4
        MOVE SPACES TO LEASE-LIABILITY-ACCOUNT
        PERFORM GET-LEASE-LIABILITY-ACCOUNT
                         UNTIL LEASE-LIABILITY-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 5
        MOVE SPACES TO LEASE-ROU-ASSET-ACCOUNT
        PERFORM GET-LEASE-ROU-ASSET-ACCOUNT
                         UNTIL LEASE-ROU-ASSET-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 6
        MOVE SPACES TO LEASE-AMORTIZATION-ACCOUNT
        PERFORM GET-LEASE-EXPENSE-ACCOUNTS
                         UNTIL LEASE-AMORTIZATION-ACCOUNT NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 7
        PERFORM GET-LEASE-STATUS
        PERFORM GET-LEASE-STATUS
                         UNTIL LEASE-IS-ACTIVE
                            OR LEASE-IS-ENDED
                            OR QUIT-IS-CONFIRMED.

     IF QUIT-IS-CONFIRMED
        MOVE W-SYSAUD-BEFORE-IMAGE TO LEASE-RECORD
        DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        MOVE 0 TO ENTRY-RECORD-FIELD *> to force quit and get another LEASE number
     ELSE
        MOVE "N" TO W-ERROR-WRITING
        REWRITE LEASE-RECORD
           INVALID KEY
              MOVE "Y" TO W-ERROR-WRITING
        END-REWRITE
        IF ERROR-WRITING
           PERFORM DISPLAY-LEASE-RECORD
           DISPLAY "ERROR WHILE REWRITING THE LEASE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           MOVE "LEASE"      TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"     TO W-SYSAUD-ACTION
           MOVE LEASE-NUMBER TO W-SYSAUD-KEY
           MOVE LEASE-RECORD TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           MOVE LEASE-RECORD TO W-SYSAUD-BEFORE-IMAGE
           PERFORM DISPLAY-LEASE-RECORD
           DISPLAY "THE CHANGES HAVE BEEN SAVED ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        END-IF
        PERFORM ASK-WHICH-FIELD-TO-CHANGE.
*>_________________________________________________________________________

GET-LEASE-STATUS.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "7) STATUS: ACTIVE OR ENDED (ENDED STOPS VOUCHERS AND JOURNALS)".
   MOVE SPACES TO ENTRY-STATUS.
   ACCEPT ENTRY-STATUS.
   INSPECT ENTRY-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE ENTRY-STATUS TO LEASE-STATUS.

   IF NOT LEASE-IS-ACTIVE AND NOT LEASE-IS-ENDED
      DISPLAY "ONLY ACTIVE OR ENDED IS ACCEPTED !"
       PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

DELETE-MODULE.

       PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
       PERFORM GET-REC-DELETE-SEARCH-ANOTHER UNTIL
                                         LEASE-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

GET-REC-DELETE-SEARCH-ANOTHER.

     PERFORM DISPLAY-LEASE-RECORD.

     IF LEASE-PAYMENTS-VOUCHERED NOT EQUAL ZEROS
        OR LEASE-MONTHS-JOURNALED NOT EQUAL ZEROS
        DISPLAY "THE LEASE HAS VOUCHERS OR JOURNALS - SET IT TO ENDED INSTEAD ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE "DO YOU CONFIRM DELETING THIS LEASE ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
        IF DELETING-IS-CONFIRMED
           DISPLAY "DELETING..."
           MOVE LEASE-RECORD TO W-SYSAUD-BEFORE-IMAGE
           DELETE LEASE-FILE RECORD
              INVALID KEY
                 DISPLAY "ERROR WHILE DELETING THE LEASE ! <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE "LEASE"      TO W-SYSAUD-RECORD-TYPE
                 MOVE "DELETE"     TO W-SYSAUD-ACTION
                 MOVE LEASE-NUMBER TO W-SYSAUD-KEY
                 MOVE SPACES       TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
           END-DELETE.

     PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
*>_________________________________________________________________________

INQUIRY-MODULE.

       PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
       PERFORM GET-RECORD-SHOW-AND-GET-ANOTHER UNTIL
                                         LEASE-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

GET-RECORD-SHOW-AND-GET-ANOTHER.

     PERFORM DISPLAY-LEASE-RECORD.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-AN-EXISTANT-LEASE-NUMBER.
*>_________________________________________________________________________

GENERATE-LEASE-VOUCHERS.

*>   Every payment falling due up to the date given gets its own
*>   voucher at the escalated amount, coded to the lease liability.
*>   A missed run catches up; nothing is vouchered twice.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE "VOUCHER LEASE PAYMENTS DUE THROUGH: (MM-DD-YYYY) <ENTER>=TODAY"
     TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   IF GDTV-DATE EQUAL ZEROS
      MOVE W-DAY-TODAY TO W-THROUGH-DATE
   ELSE
      MOVE GDTV-DATE TO W-THROUGH-DATE.

   MOVE "LEASE PAYMENT VOUCHER GENERATED ! <ENTER> TO CONTINUE"
     TO MSG-AFTER-SAVING.
   MOVE ZEROS TO W-VOUCHERS-GENERATED.
   MOVE "N" TO W-END-OF-FILE.

   MOVE ZEROS TO LEASE-NUMBER.
   START LEASE-FILE KEY IS NOT LESS THAN LEASE-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM VOUCHER-NEXT-LEASE UNTIL END-OF-FILE.

   DISPLAY W-VOUCHERS-GENERATED " LEASE PAYMENT VOUCHER(S) GENERATED ! <ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

VOUCHER-NEXT-LEASE.

   READ LEASE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF LEASE-IS-ACTIVE
            AND (LEASE-COMPANY EQUAL W-SESSION-COMPANY
                 OR (LEASE-COMPANY EQUAL ZEROS
                     AND W-SESSION-COMPANY EQUAL 1))
            MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
            PERFORM SET-LEASE-RATES
            PERFORM SET-NEXT-PAYMENT-DATE
            PERFORM VOUCHER-ONE-LEASE-PAYMENT
               UNTIL LEASE-PAYMENTS-VOUCHERED NOT LESS THAN LEASE-TERM-MONTHS
                  OR W-SCHED-DATE GREATER THAN W-THROUGH-DATE
                  OR ERROR-R-W-NEW-VOUCHER-NUMBER
         END-IF
   END-READ.
*>_________________________________________________________________________

SET-NEXT-PAYMENT-DATE.

   MOVE LEASE-PAYMENTS-VOUCHERED TO W-SCHED-INDEX.
   PERFORM COMPUTE-SCHEDULED-DATE.
*>_________________________________________________________________________

VOUCHER-ONE-LEASE-PAYMENT.

   PERFORM COMPUTE-SCHEDULED-PAYMENT.
   ADD 1 TO W-SCHED-INDEX. *> payments number from 1 on the voucher

   MOVE SPACES TO VOUCHER-RECORD.
   MOVE LEASE-VENDOR TO VOUCHER-VENDOR.
   MOVE LEASE-DESCRIPTION TO VOUCHER-FOR-LINE (1).
   STRING "LEASE " LEASE-NUMBER " PAYMENT " W-SCHED-INDEX
          " OF " LEASE-TERM-MONTHS
     DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (2).
   MOVE W-SCHED-PAYMENT TO VOUCHER-AMOUNT.
   MOVE 1 TO VOUCHER-GL-LINE-COUNT.
   MOVE LEASE-LIABILITY-ACCOUNT TO VOUCHER-GL-ACCOUNT (1).
   MOVE W-SCHED-PAYMENT TO VOUCHER-GL-AMOUNT (1).
   MOVE ZEROS TO VOUCHER-GL-AMOUNT (2).
   MOVE ZEROS TO VOUCHER-GL-AMOUNT (3).
   MOVE ZEROS TO VOUCHER-GL-AMOUNT (4).
   MOVE ZEROS TO VOUCHER-GL-AMOUNT (5).
   MOVE ZEROS TO VOUCHER-SPLIT-FROM-NUMBER.
   MOVE ZEROS TO VOUCHER-PO-NUMBER.
   MOVE "INVOICE" TO VOUCHER-TYPE.
   MOVE SPACES TO VOUCHER-CURRENCY.
   MOVE ZEROS  TO VOUCHER-FOREIGN-AMOUNT.
   MOVE ZEROS  TO VOUCHER-EXCHANGE-RATE.
   MOVE "N"    TO VOUCHER-USE-TAX.
   MOVE ZEROS  TO VOUCHER-USE-TAX-AMOUNT.
   MOVE W-SESSION-COMPANY TO VOUCHER-COMPANY.
   MOVE ZEROS TO VOUCHER-BATCH-NUMBER.
   MOVE ZEROS TO VOUCHER-RETAINAGE-PERCENT.
   MOVE ZEROS TO VOUCHER-RETAINAGE-AMOUNT.
   MOVE "N"   TO VOUCHER-RETAINAGE-RELEASED.
   MOVE "N" TO VOUCHER-DEDUCTIBLE.
   MOVE "N" TO VOUCHER-TAXABLE.
   MOVE ZEROS TO VOUCHER-TAX-AMOUNT.
   MOVE ZEROS TO VOUCHER-DISCOUNT-DATE.
   MOVE "N" TO VOUCHER-SELECTED.
   MOVE ZEROS TO VOUCHER-PAID-AMOUNT.
   MOVE ZEROS TO VOUCHER-PAID-DATE.
   MOVE ZEROS TO VOUCHER-CHECK-NO.

   MOVE W-DAY-TODAY  TO VOUCHER-DATE.
   MOVE W-SCHED-DATE TO VOUCHER-DUE.

*>   invoice reference L<lease>-<payment number>, unique per payment
   STRING "L" LEASE-NUMBER "-" W-SCHED-INDEX
     DELIMITED BY SIZE INTO VOUCHER-INVOICE.

   PERFORM ADD-NEW-VOUCHER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      ADD 1 TO W-VOUCHERS-GENERATED
      MOVE LEASE-RECORD TO W-SYSAUD-BEFORE-IMAGE
      ADD 1 TO LEASE-PAYMENTS-VOUCHERED
      PERFORM END-LEASE-IF-COMPLETE
      REWRITE LEASE-RECORD
         INVALID KEY
            MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
            DISPLAY "*** ERROR RECORDING THE PAYMENT ON THE LEASE ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            MOVE "LEASE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"     TO W-SYSAUD-ACTION
            MOVE LEASE-NUMBER TO W-SYSAUD-KEY
            MOVE LEASE-RECORD TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE
      PERFORM SET-NEXT-PAYMENT-DATE.
*>_________________________________________________________________________

END-LEASE-IF-COMPLETE.

   IF LEASE-PAYMENTS-VOUCHERED EQUAL LEASE-TERM-MONTHS
      AND LEASE-MONTHS-JOURNALED EQUAL LEASE-TERM-MONTHS
      MOVE "ENDED" TO LEASE-STATUS.
*>_________________________________________________________________________

PRINT-SCHEDULE-MODULE.

*>   The whole term of one lease, or of every lease of the company
*>   when no number is given, month by month.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE "lease-schedule.prn" TO W-PRINTER-FILE-NAME.
   OPEN OUTPUT PRINTER-FILE.

   DISPLAY "LEASE NUMBER TO PRINT (<ENTER> FOR ALL LEASES): ".
   MOVE ZEROS TO ENTRY-LEASE-NUMBER.
   ACCEPT ENTRY-LEASE-NUMBER.

   IF ENTRY-LEASE-NUMBER NOT EQUAL ZEROS
      MOVE ENTRY-LEASE-NUMBER TO LEASE-NUMBER
      READ LEASE-FILE RECORD
         INVALID KEY
            DISPLAY "LEASE NOT FOUND !"
         NOT INVALID KEY
            PERFORM PRINT-ONE-LEASE-SCHEDULE
      END-READ
   ELSE
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO LEASE-NUMBER
      START LEASE-FILE KEY IS NOT LESS THAN LEASE-NUMBER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM PRINT-NEXT-LEASE-SCHEDULE UNTIL END-OF-FILE.

   CLOSE PRINTER-FILE.

   DISPLAY "AMORTIZATION SCHEDULE PRINTED TO LEASE-SCHEDULE.PRN. <ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

PRINT-NEXT-LEASE-SCHEDULE.

   READ LEASE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF LEASE-COMPANY EQUAL W-SESSION-COMPANY
            OR (LEASE-COMPANY EQUAL ZEROS
                AND W-SESSION-COMPANY EQUAL 1)
            PERFORM PRINT-ONE-LEASE-SCHEDULE
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-ONE-LEASE-SCHEDULE.

   MOVE LEASE-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

   MOVE "LEASE LIABILITY AND RIGHT-OF-USE ASSET AMORTIZATION SCHEDULE"
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "LEASE " LEASE-NUMBER " - " LEASE-DESCRIPTION
          " - LESSOR " LEASE-VENDOR " " VENDOR-NAME
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE LEASE-MONTHLY-PAYMENT TO VOUCHER-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "START " LEASE-START-DATE " - TERM " LEASE-TERM-MONTHS
          " MONTHS - PAYMENT " VOUCHER-FORMATTED-AMOUNT
          " - ESCALATION " LEASE-ESCALATION-PERCENT
          "% - DISCOUNT RATE " LEASE-DISCOUNT-RATE "%"
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE LEASE-INITIAL-LIABILITY TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "INITIAL LIABILITY AND RIGHT-OF-USE ASSET " W-FORMATTED-AMOUNT
          " - STATUS " LEASE-STATUS " - PRINTED " W-DAY-TODAY
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SCHEDULE-HEADING TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   PERFORM SET-LEASE-RATES.
   MOVE LEASE-INITIAL-LIABILITY TO W-SCHED-LIABILITY.
   MOVE ZEROS TO W-SCHED-ROU-CUMULATIVE.
   MOVE ZEROS TO W-TOTAL-PAYMENTS.
   MOVE ZEROS TO W-TOTAL-INTEREST.
   PERFORM PRINT-ONE-SCHEDULE-MONTH
      VARYING W-SCHED-INDEX FROM 0 BY 1
        UNTIL W-SCHED-INDEX NOT LESS THAN LEASE-TERM-MONTHS.

   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO SCHEDULE-DETAIL.
   MOVE W-TOTAL-PAYMENTS        TO D-PAYMENT.
   MOVE W-TOTAL-INTEREST        TO D-INTEREST.
   MOVE LEASE-INITIAL-LIABILITY TO D-PRINCIPAL.
   MOVE LEASE-INITIAL-LIABILITY TO D-ROU-AMORTIZATION.
   MOVE SCHEDULE-DETAIL TO PRINTER-RECORD.
   MOVE "TOTAL" TO PRINTER-RECORD (1:5).
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-ONE-SCHEDULE-MONTH.

   PERFORM COMPUTE-SCHEDULED-DATE.
   PERFORM ADVANCE-SCHEDULE-ONE-MONTH.

   ADD W-SCHED-PAYMENT  TO W-TOTAL-PAYMENTS.
   ADD W-SCHED-INTEREST TO W-TOTAL-INTEREST.

   MOVE W-SCHED-MONTH-NUMBER TO D-MONTH.
   MOVE W-SCHED-DATE      TO D-DUE-DATE.
   MOVE W-SCHED-PAYMENT   TO D-PAYMENT.
   MOVE W-SCHED-INTEREST  TO D-INTEREST.
   MOVE W-SCHED-PRINCIPAL TO D-PRINCIPAL.
   MOVE W-SCHED-LIABILITY TO D-LIABILITY.
   MOVE W-SCHED-ROU-AMORTIZATION TO D-ROU-AMORTIZATION.
   COMPUTE D-ROU-BALANCE = LEASE-INITIAL-LIABILITY - W-SCHED-ROU-CUMULATIVE.

   MOVE SPACES TO D-VOUCHERED.
   IF W-SCHED-INDEX LESS THAN LEASE-PAYMENTS-VOUCHERED
      MOVE "*" TO D-VOUCHERED.
   MOVE SPACES TO D-JOURNALED.
   IF W-SCHED-INDEX LESS THAN LEASE-MONTHS-JOURNALED
      MOVE "*" TO D-JOURNALED.

   MOVE SCHEDULE-DETAIL TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

MONTH-END-LEASE-JOURNAL.

*>   For each lease month up to the month given that is not yet
*>   journaled: the commencement entry in the first month (DR right-
*>   of-use asset, CR lease liability), then the interest accrued on
*>   the liability (DR interest, CR liability) and the straight-line
*>   write-down of the asset (DR amortization, CR right-of-use). The
*>   payments themselves reach the liability through their vouchers.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE "JOURNAL LEASES THROUGH THE MONTH ENDING: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO W-RUN-DATE.
   COMPUTE W-RUN-CCYYMM = W-RUN-YEAR * 100 + W-RUN-MONTH.

   MOVE "WRITE THE LEASE JOURNAL TO THE GL JOURNAL INTERFACE ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

   IF RUN-IS-CONFIRMED
      OPEN EXTEND GL-JOURNAL-FILE
      MOVE "lease-journal.prn" TO W-PRINTER-FILE-NAME
      OPEN OUTPUT PRINTER-FILE

      MOVE ZEROS TO W-LEASES-JOURNALED
      MOVE ZEROS TO W-JOURNAL-PAIRS
      MOVE ZEROS TO W-TOTAL-COMMENCEMENT
      MOVE ZEROS TO W-TOTAL-INTEREST
      MOVE ZEROS TO W-TOTAL-ROU-AMORTIZATION
      PERFORM PRINT-JOURNAL-HEADINGS

      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO LEASE-NUMBER
      START LEASE-FILE KEY IS NOT LESS THAN LEASE-NUMBER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM JOURNAL-NEXT-LEASE UNTIL END-OF-FILE

      PERFORM WRITE-GL-JOURNAL-TRAILER
      PERFORM PRINT-JOURNAL-TOTALS

      CLOSE GL-JOURNAL-FILE
      CLOSE PRINTER-FILE

      DISPLAY W-LEASES-JOURNALED " LEASE(S) JOURNALED, " W-JOURNAL-PAIRS
              " JOURNAL PAIR(S) WRITTEN."
      DISPLAY "LEASE JOURNAL PRINTED TO LEASE-JOURNAL.PRN. <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

JOURNAL-NEXT-LEASE.

   READ LEASE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF LEASE-IS-ACTIVE
            AND LEASE-LAST-JOURNAL-MONTH LESS THAN W-RUN-CCYYMM
            AND (LEASE-COMPANY EQUAL W-SESSION-COMPANY
                 OR (LEASE-COMPANY EQUAL ZEROS
                     AND W-SESSION-COMPANY EQUAL 1))
            PERFORM JOURNAL-ONE-LEASE
         END-IF
   END-READ.
*>_________________________________________________________________________

JOURNAL-ONE-LEASE.

   MOVE LEASE-START-DATE TO W-START-DATE.
   COMPUTE W-MONTHS-DUE = (W-RUN-YEAR * 12 + W-RUN-MONTH)
                        - (W-START-YEAR * 12 + W-START-MONTH) + 1.
   IF W-MONTHS-DUE LESS THAN ZEROS
      MOVE ZEROS TO W-MONTHS-DUE.
   IF W-MONTHS-DUE GREATER THAN LEASE-TERM-MONTHS
      MOVE LEASE-TERM-MONTHS TO W-MONTHS-DUE.

   IF W-MONTHS-DUE GREATER THAN LEASE-MONTHS-JOURNALED
      MOVE LEASE-RECORD TO W-SYSAUD-BEFORE-IMAGE
      PERFORM SET-LEASE-RATES
      PERFORM JOURNAL-ONE-LEASE-MONTH
         UNTIL LEASE-MONTHS-JOURNALED NOT LESS THAN W-MONTHS-DUE
      MOVE W-RUN-CCYYMM TO LEASE-LAST-JOURNAL-MONTH
      ADD 1 TO W-LEASES-JOURNALED
      PERFORM END-LEASE-IF-COMPLETE
      REWRITE LEASE-RECORD
         INVALID KEY
            DISPLAY "*** ERROR UPDATING LEASE " LEASE-NUMBER " ! ***"
         NOT INVALID KEY
            MOVE "LEASE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "JOURNL"     TO W-SYSAUD-ACTION
            MOVE LEASE-NUMBER TO W-SYSAUD-KEY
            MOVE LEASE-RECORD TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE.
*>_________________________________________________________________________

JOURNAL-ONE-LEASE-MONTH.

   MOVE LEASE-MONTHS-JOURNALED TO W-SCHED-INDEX.

   MOVE W-RUN-DATE   TO W-GLJ-POSTING-DATE.
   MOVE LEASE-NUMBER TO W-GLJ-VOUCHER-NUMBER.
   MOVE ZEROS        TO J-COMMENCEMENT.

   IF W-SCHED-INDEX EQUAL ZEROS
      MOVE SPACES TO W-GLJ-DESCRIPTION
      STRING "LEASE " LEASE-NUMBER " COMMENCEMENT"
        DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
      MOVE LEASE-ROU-ASSET-ACCOUNT TO W-GLJ-DEBIT-ACCOUNT
      MOVE LEASE-LIABILITY-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT
      MOVE LEASE-INITIAL-LIABILITY TO W-GLJ-AMOUNT
      PERFORM WRITE-GL-JOURNAL-PAIR
      ADD 1 TO W-JOURNAL-PAIRS
      ADD LEASE-INITIAL-LIABILITY TO W-TOTAL-COMMENCEMENT
      MOVE LEASE-INITIAL-LIABILITY TO J-COMMENCEMENT
      MOVE LEASE-INITIAL-LIABILITY TO LEASE-LIABILITY-BALANCE
      MOVE LEASE-INITIAL-LIABILITY TO LEASE-ROU-BALANCE.

   MOVE LEASE-LIABILITY-BALANCE TO W-SCHED-LIABILITY.
   COMPUTE W-SCHED-ROU-CUMULATIVE = LEASE-INITIAL-LIABILITY
                                  - LEASE-ROU-BALANCE.
   PERFORM ADVANCE-SCHEDULE-ONE-MONTH.

   ADD 1 TO LEASE-MONTHS-JOURNALED.
   MOVE SPACES TO W-GLJ-DESCRIPTION.
   STRING "LEASE " LEASE-NUMBER " MONTH " LEASE-MONTHS-JOURNALED
     DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION.

   IF W-SCHED-INTEREST NOT EQUAL ZEROS
      MOVE LEASE-INTEREST-ACCOUNT  TO W-GLJ-DEBIT-ACCOUNT
      MOVE LEASE-LIABILITY-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT
      MOVE W-SCHED-INTEREST        TO W-GLJ-AMOUNT
      PERFORM WRITE-GL-JOURNAL-PAIR
      ADD 1 TO W-JOURNAL-PAIRS.

   IF W-SCHED-ROU-AMORTIZATION NOT EQUAL ZEROS
      MOVE LEASE-AMORTIZATION-ACCOUNT TO W-GLJ-DEBIT-ACCOUNT
      MOVE LEASE-ROU-ASSET-ACCOUNT    TO W-GLJ-CREDIT-ACCOUNT
      MOVE W-SCHED-ROU-AMORTIZATION   TO W-GLJ-AMOUNT
      PERFORM WRITE-GL-JOURNAL-PAIR
      ADD 1 TO W-JOURNAL-PAIRS.

   MOVE W-SCHED-LIABILITY TO LEASE-LIABILITY-BALANCE.
   COMPUTE LEASE-ROU-BALANCE = LEASE-INITIAL-LIABILITY
                             - W-SCHED-ROU-CUMULATIVE.

   ADD W-SCHED-INTEREST         TO W-TOTAL-INTEREST.
   ADD W-SCHED-ROU-AMORTIZATION TO W-TOTAL-ROU-AMORTIZATION.

   MOVE LEASE-NUMBER             TO J-LEASE.
   MOVE LEASE-DESCRIPTION        TO J-DESCRIPTION.
   MOVE LEASE-MONTHS-JOURNALED   TO J-MONTH.
   MOVE W-SCHED-INTEREST         TO J-INTEREST.
   MOVE W-SCHED-ROU-AMORTIZATION TO J-ROU-AMORTIZATION.
   MOVE LEASE-LIABILITY-BALANCE  TO J-LIABILITY.
   MOVE LEASE-ROU-BALANCE        TO J-ROU-BALANCE.
   MOVE JOURNAL-DETAIL TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-JOURNAL-HEADINGS.

   MOVE "MONTH-END LEASE JOURNAL" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "THROUGH " W-RUN-DATE
          " - COMPANY " W-SESSION-COMPANY
          " - RUN " W-DAY-TODAY
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE "LEASE  DESCRIPTION                      MO    COMMENCEMENT        INTEREST       ROU AMORT       LIABILITY       ROU ASSET"
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-JOURNAL-TOTALS.

   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-COMMENCEMENT TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "COMMENCEMENT (DR ROU / CR LIABILITY).......: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-INTEREST TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "INTEREST (DR INTEREST / CR LIABILITY)......: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-ROU-AMORTIZATION TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "ROU AMORTIZATION (DR AMORTIZATION / CR ROU): " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "JOURNAL LINES WRITTEN TO GL-JOURNAL-PENDING.TXT: "
          W-JOURNAL-PAIRS " PAIR(S)"
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLVOUCHER.CBL".
COPY "ADD-NEW-VOUCHER.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-SHOW-DOCUMENT-REFS.CBL".
