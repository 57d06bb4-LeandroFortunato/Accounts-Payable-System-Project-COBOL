      FILE-CONTROL.

         COPY "SLSESSION.CBL".
         COPY "SLROLE.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

   WORKING-STORAGE SECTION.

     COPY "wscase01.cbl".
     COPY "wssessto.cbl".

     01 W-CONTROL-MENU-OPTION          PIC 99.
         88 VALID-CONTROL-MENU-OPTION       VALUE  0 THROUGH 34.

     COPY "wsperm.cbl".

     01 W-VALID-ANSWER                 PIC X.
         88 VALID-ANSWER                    VALUE "Y","N".

PROCEDURE DIVISION.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-CONTROL-MENU-OPTION EQUAL ZERO 
         DISPLAY "                    | 22 - SCAN MANIFEST IMPORT              |".
         DISPLAY "                    | 23 - PROMPT-PAYMENT INTEREST           |".
         DISPLAY "                    | 24 - SEPA PAYMENT EXPORT               |".
         DISPLAY "                    | 25 - INVOICE DISPUTES                  |".
         DISPLAY "                    | 26 - VIRTUAL CARD PAYMENTS             |".
         DISPLAY "                    | 27 - PAYMENT-RUN CALENDAR              |".
         DISPLAY "                    | 28 - PAYMENT PROPOSAL APPROVAL         |".
         DISPLAY "                    | 29 - AR/AP NETTING                     |".
         DISPLAY "                    | 30 - POSITIVE-PAY EXCEPTIONS           |".
         DISPLAY "                    | 31 - GL RECLASS OF POSTED VOUCHERS     |".
         DISPLAY "                    | 32 - PETTY CASH FUNDS                  |".
         DISPLAY "                    | 33 - PRINT-AND-MAIL CONFIRMATIONS      |".
         DISPLAY "                    | 34 - HR EMPLOYEE FEED IMPORT           |".
         DISPLAY "                    | 0 - EXIT                               |".
         DISPLAY "                     -----------------------------------------".
         DISPLAY " "
         DISPLAY "                          - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 02 TIMES. 
         ACCEPT W-CONTROL-MENU-OPTION.

        IF W-CONTROL-MENU-OPTION NOT EQUAL ZERO
           PERFORM CHECK-SESSION-IDLE-TIMEOUT
           IF SESSION-TIMED-OUT
              DISPLAY "YOUR SESSION HAS ENDED - SIGN ON AGAIN FROM THE MAIN MENU. <ENTER> TO CONTINUE"
              ACCEPT DUMMY
              MOVE ZERO TO W-CONTROL-MENU-OPTION.
 
        IF W-CONTROL-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"

DO-OPTIONS.

*>   Which options a role may choose is kept in the role/permission
*>   matrix (role-maintenance).

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "PAYM"                TO W-PERM-MENU.
   MOVE W-CONTROL-MENU-OPTION TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF PERMISSION-GRANTED
      PERFORM RUN-CONTROL-MENU-OPTION
   ELSE
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-CONTROL-MENU-OPTION EQUAL ZERO 
                            OR VALID-CONTROL-MENU-OPTION.
*>_________________________________________________________________________

RUN-CONTROL-MENU-OPTION.

      IF W-CONTROL-MENU-OPTION = 1
         CALL "voucher-maintenance".

            ACCEPT DUMMY.

      IF W-CONTROL-MENU-OPTION = 7
         CALL "pay-selected-voucher".

      IF W-CONTROL-MENU-OPTION = 8

         PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER

         IF ACH-EXPORT-IS-CONFIRMED
            CALL "ach-payment-export".

      IF W-CONTROL-MENU-OPTION = 10

         PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER

         IF ACH-RETURN-IS-CONFIRMED
            CALL "ach-return-processing".

      IF W-CONTROL-MENU-OPTION = 11

         CALL "retainage-release".

      IF W-CONTROL-MENU-OPTION = 15
         CALL "ach-batch-release".

      IF W-CONTROL-MENU-OPTION = 16
         CALL "wire-payment-export".

      IF W-CONTROL-MENU-OPTION = 17
         CALL "pcard-statement-import".
         CALL "prompt-payment-interest".

      IF W-CONTROL-MENU-OPTION = 24
         CALL "sepa-payment-export".

      IF W-CONTROL-MENU-OPTION = 25
         CALL "invoice-dispute".

      IF W-CONTROL-MENU-OPTION = 26
         CALL "virtual-card-payments".

      IF W-CONTROL-MENU-OPTION = 27
         CALL "payment-calendar-maintenance".

      IF W-CONTROL-MENU-OPTION = 28
         CALL "payment-proposal-review".

      IF W-CONTROL-MENU-OPTION = 29
         CALL "ar-ap-netting".

      IF W-CONTROL-MENU-OPTION = 30
         CALL "positive-pay-exceptions".

      IF W-CONTROL-MENU-OPTION = 31
         CALL "gl-reclass".

      IF W-CONTROL-MENU-OPTION = 32
         CALL "petty-cash".

      IF W-CONTROL-MENU-OPTION = 33
         CALL "check-mail-confirmation".

      IF W-CONTROL-MENU-OPTION = 34
         CALL "hr-employee-feed-import".
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-CHECK-SESSION-TIMEOUT.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________


