      FILE-CONTROL.

         COPY "SLSESSION.CBL".
         COPY "SLROLE.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

   WORKING-STORAGE SECTION.

     01 W-MAIN-MENU-OPTION          PIC 99.
         88 VALID-MAIN-MENU-OPTION  VALUE  0 THROUGH 41.

     77 W-CURRENT-USER-ID          PIC X(10).

     77 DUMMY                      PIC X.

     COPY "wssessto.cbl".
     COPY "wsperm.cbl".
*>_________________________________________________________________________

PROCEDURE DIVISION.
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

         DISPLAY "                          | 26 - ROLL-FORWARD RECOVERY   |".
         DISPLAY "                          | 27 - TRAINING DATA GENERATOR |".
         DISPLAY "                          | 28 - BANK HOLIDAY CALENDAR   |".
         DISPLAY "                          | 29 - MONTH-END ACCRUALS      |".
         DISPLAY "                          | 30 - LEASE SCHEDULES         |".
         DISPLAY "                          | 31 - PROJECT / JOB MASTER    |".
         DISPLAY "                          | 32 - ROLES / PERMISSIONS     |".
         DISPLAY "                          | 33 - APPROVAL DELEGATION     |".
         DISPLAY "                          | 34 - PURCHASE REQUISITIONS   |".
         DISPLAY "                          | 35 - MY INBOX                |".
         DISPLAY "                          | 36 - AUDIT SAMPLING          |".
         DISPLAY "                          | 37 - INSTALLMENT SCHEDULE    |".
         DISPLAY "                          | 38 - GL ACCOUNT ACTIVITY     |".
         DISPLAY "                          | 39 - ERS SELF-BILLING        |".
         DISPLAY "                          | 40 - PO INTERFACE IMPORT     |".
         DISPLAY "                          | 41 - VENDOR CHANGE FEED      |".
         DISPLAY "                          | 0 - EXIT                     |".
         DISPLAY "                          -------------------------------".
         DISPLAY " "
         DISPLAY "                          - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 01 TIMES. 
         ACCEPT W-MAIN-MENU-OPTION

        IF W-MAIN-MENU-OPTION NOT EQUAL ZERO
           PERFORM CHECK-SESSION-IDLE-TIMEOUT
           IF SESSION-TIMED-OUT
              PERFORM SIGN-ON-AGAIN.
 
        IF W-MAIN-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"

   PERFORM CLEAR-SCREEN.

*>   Which options a role may choose is kept in the role/permission
*>   matrix (role-maintenance).

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "MAIN"             TO W-PERM-MENU.
   MOVE W-MAIN-MENU-OPTION TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF PERMISSION-GRANTED
      PERFORM RUN-MAIN-MENU-OPTION
   ELSE
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-MAIN-MENU-OPTION EQUAL ZERO 
                            OR VALID-MAIN-MENU-OPTION.
*>_________________________________________________________________________

RUN-MAIN-MENU-OPTION.

   IF W-MAIN-MENU-OPTION = 1
      CALL "control-file-maintenance".

   IF W-MAIN-MENU-OPTION = 2
      CALL "state-code-maintenance".
      CALL "reports-menu".

   IF W-MAIN-MENU-OPTION = 7
      CALL "user-maintenance".

   IF W-MAIN-MENU-OPTION = 8
      CALL "purchase-order-maintenance".

   IF W-MAIN-MENU-OPTION = 9
      CALL "bank-account-maintenance".

   IF W-MAIN-MENU-OPTION = 10
      CALL "ap-period-close".

   IF W-MAIN-MENU-OPTION = 11
      CALL "exchange-rate-maintenance".
      CALL "ap-dashboard".

   IF W-MAIN-MENU-OPTION = 16
      CALL "session-manager".

   IF W-MAIN-MENU-OPTION = 17
      CALL "check-stock-maintenance".
      CALL "exception-log-workbench".

   IF W-MAIN-MENU-OPTION = 21
      CALL "backup-restore-utility".

   IF W-MAIN-MENU-OPTION = 22
      CALL "payment-chain-inquiry".
      CALL "invoice-inquiry".

   IF W-MAIN-MENU-OPTION = 24
      CALL "denied-party-screening".

   IF W-MAIN-MENU-OPTION = 25
      CALL "period-balance-summary".

   IF W-MAIN-MENU-OPTION = 26
      CALL "roll-forward-recovery".

   IF W-MAIN-MENU-OPTION = 27
      CALL "training-data-generator".

   IF W-MAIN-MENU-OPTION = 28
      CALL "bank-holiday-maintenance".

   IF W-MAIN-MENU-OPTION = 29
      CALL "accrual-entry".

   IF W-MAIN-MENU-OPTION = 30
      CALL "lease-maintenance".

   IF W-MAIN-MENU-OPTION = 31
      CALL "job-maintenance".

   IF W-MAIN-MENU-OPTION = 32
      CALL "role-maintenance".

   IF W-MAIN-MENU-OPTION = 33
      CALL "approval-delegation".

   IF W-MAIN-MENU-OPTION = 34
      CALL "requisition-maintenance".

   IF W-MAIN-MENU-OPTION = 35
      CALL "my-inbox".

   IF W-MAIN-MENU-OPTION = 36
      CALL "audit-sample-selection".

   IF W-MAIN-MENU-OPTION = 37
      CALL "installment-schedule-inquiry".

   IF W-MAIN-MENU-OPTION = 38
      CALL "gl-account-activity-inquiry".

   IF W-MAIN-MENU-OPTION = 39
      CALL "ers-settlement".

   IF W-MAIN-MENU-OPTION = 40
      CALL "po-interface-import".

   IF W-MAIN-MENU-OPTION = 41
      CALL "vendor-change-feed".
*>_________________________________________________________________________

SIGN-ON-AGAIN.

*>   The session was ended for sitting idle (or forced off); nothing
*>   more runs until someone signs on again.

   DISPLAY "YOUR SESSION HAS ENDED - PLEASE SIGN ON AGAIN. <ENTER> TO CONTINUE".
   ACCEPT DUMMY.

   CALL "user-login".
   PERFORM READ-CURRENT-SESSION.

   IF W-CURRENT-USER-ID EQUAL SPACES
      DISPLAY "ACCESS DENIED - LOGIN FAILED. PROGRAM TERMINATED !"
      STOP RUN.
*>_________________________________________________________________________

COPY "PLMENU.CBL".
COPY "PL-CHECK-SESSION-TIMEOUT.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________


