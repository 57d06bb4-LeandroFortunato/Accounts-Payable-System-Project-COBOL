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

     01 W-REPORTS-MENU-OPTION          PIC 99.
         88 VALID-REPORTS-MENU-OPTION       VALUE  0, 1 THRU 56.

     COPY "wsperm.cbl".

     01 W-VALID-ANSWER                 PIC X.
         88 VALID-ANSWER                    VALUE "Y","N".

PROCEDURE DIVISION.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-REPORTS-MENU-OPTION EQUAL ZERO
         DISPLAY "                    | 20 - VENDOR SPEND ANALYSIS                   |".
         DISPLAY "                    | 21 - SPOOL ARCHIVE VIEWER / REPRINT          |".
         DISPLAY "                    | 22 - DAILY AP TRANSACTION REGISTER           |".
         DISPLAY "                    | 23 - AUDIT TRAIL INQUIRY                     |".
         DISPLAY "                    | 24 - PAYMENT RUN REGISTER / REPRINT          |".
         DISPLAY "                    | 25 - INTERCOMPANY SETTLEMENT REPORT          |".
         DISPLAY "                    | 26 - PRENOTES OUTSTANDING                    |".
         DISPLAY "                    | 31 - DIVERSITY SPEND REPORT                  |".
         DISPLAY "                    | 32 - REPORT SUBSCRIPTIONS / DISTRIBUTION     |".
         DISPLAY "                    | 33 - VOUCHER CYCLE-TIME REPORT               |".
         DISPLAY "                    | 34 - PAYMENT FRAUD ANALYTICS                 |".
         DISPLAY "                    | 35 - RECEIVED-NOT-INVOICED ACCRUAL           |".
         DISPLAY "                    | 36 - PREPAID AMORTIZATION / ROLL-FORWARD     |".
         DISPLAY "                    | 37 - VENDOR SALES TAX VERIFICATION           |".
         DISPLAY "                    | 38 - TRAVEL ADVANCES OUTSTANDING / AGING     |".
         DISPLAY "                    | 39 - UNPROCESSED ASSET ADDITIONS             |".
         DISPLAY "                    | 40 - JOB COST VS. BUDGET                     |".
         DISPLAY "                    | 41 - VENDOR PERFORMANCE SCORECARD            |".
         DISPLAY "                    | 42 - PURCHASE PRICE VARIANCE                 |".
         DISPLAY "                    | 43 - ROLE / PERMISSION REVIEW                |".
         DISPLAY "                    | 44 - AGED TRIAL BALANCE - CLOSED PERIOD      |".
         DISPLAY "                    | 45 - AD-HOC REPORT DEFINITIONS               |".
         DISPLAY "                    | 46 - RUN AN AD-HOC REPORT                    |".
         DISPLAY "                    | 47 - BATCH STEP RUNTIME TREND                |".
         DISPLAY "                    | 48 - INPUT VAT RECLAIM REPORT                |".
         DISPLAY "                    | 49 - SEARCH FOR UNRECORDED LIABILITIES       |".
         DISPLAY "                    | 50 - ADDRESS / ZIP VALIDATION EXCEPTIONS     |".
         DISPLAY "                    | 51 - DOUBLE-KEY VERIFICATION EXCEPTIONS      |".
         DISPLAY "                    | 52 - FREIGHT BILL AUDIT / OVERCHARGES        |".
         DISPLAY "                    | 53 - LATE FEES / AVOIDABLE COST              |".
         DISPLAY "                    | 54 - UNAPPLIED VENDOR DEPOSITS               |".
         DISPLAY "                    | 55 - ONE-TIME PAYEES / YEAR-END 1099 CHECK   |".
         DISPLAY "                    | 56 - AP KEY MEASURES - 13 PERIOD TREND       |".
         DISPLAY "                    |  0 - EXIT                                    |".
         DISPLAY "                    ------------------------------------------------".
         DISPLAY " "
         DISPLAY "                          - CHOOSE AN OPTION FROM MENU:  ".
         ACCEPT W-REPORTS-MENU-OPTION.

        IF W-REPORTS-MENU-OPTION NOT EQUAL ZERO
           PERFORM CHECK-SESSION-IDLE-TIMEOUT
           IF SESSION-TIMED-OUT
              DISPLAY "YOUR SESSION HAS ENDED - SIGN ON AGAIN FROM THE MAIN MENU. <ENTER> TO CONTINUE"
              ACCEPT DUMMY
              MOVE ZERO TO W-REPORTS-MENU-OPTION.

        IF W-REPORTS-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE

DO-OPTIONS.

*>   Which options a role may choose is kept in the role/permission
*>   matrix (role-maintenance).

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "RPTS"                TO W-PERM-MENU.
   MOVE W-REPORTS-MENU-OPTION TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF PERMISSION-GRANTED
      PERFORM RUN-REPORTS-MENU-OPTION
   ELSE
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-REPORTS-MENU-OPTION EQUAL ZERO
                            OR VALID-REPORTS-MENU-OPTION.
*>_________________________________________________________________________

RUN-REPORTS-MENU-OPTION.

      IF W-REPORTS-MENU-OPTION = 1
         MOVE "DO YOU CONFIRM PRINTING THE BILLS REPORT ?  <Y/N>"
           TO  MSG-CONFIRMATION
         PERFORM CONFIRM-EXECUTION *> force first loop
         PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
         IF REPORT-IS-CONFIRMED
            CALL "check-printing".

      IF W-REPORTS-MENU-OPTION = 11
         MOVE "DO YOU CONFIRM PRINTING THE VENDOR 1099 REPORT ?  <Y/N>"
      PERFORM CONFIRM-EXECUTION *> force first loop
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
      IF REPORT-IS-CONFIRMED
         CALL "gl-journal-export".

   IF W-REPORTS-MENU-OPTION = 13
      MOVE "DO YOU CONFIRM RUNNING THE POSITIVE-PAY EXPORT ?  <Y/N>"
      ACCEPT DUMMY.

   IF W-REPORTS-MENU-OPTION = 23
      CALL "audit-trail-inquiry".

   IF W-REPORTS-MENU-OPTION = 24
      CALL "payment-run-maintenance".

   IF W-REPORTS-MENU-OPTION = 25
      CALL "intercompany-settlement-report".
      CALL "prenote-outstanding-report".

   IF W-REPORTS-MENU-OPTION = 27
      CALL "sod-violations-report".

   IF W-REPORTS-MENU-OPTION = 28
      CALL "transmission-register".
      CALL "voucher-cycle-time".

   IF W-REPORTS-MENU-OPTION = 34
      CALL "payment-fraud-analytics".

   IF W-REPORTS-MENU-OPTION = 35
      CALL "rni-accrual-report".

   IF W-REPORTS-MENU-OPTION = 36
      CALL "prepaid-amortization".

   IF W-REPORTS-MENU-OPTION = 37
      CALL "sales-tax-verification-report".

   IF W-REPORTS-MENU-OPTION = 38
      CALL "travel-advance-aging-report".

   IF W-REPORTS-MENU-OPTION = 39
      CALL "unprocessed-asset-additions-report".

   IF W-REPORTS-MENU-OPTION = 40
      CALL "job-cost-report".

   IF W-REPORTS-MENU-OPTION = 41
      CALL "vendor-scorecard-report".

   IF W-REPORTS-MENU-OPTION = 42
      CALL "purchase-price-variance-report".

   IF W-REPORTS-MENU-OPTION = 43
      CALL "role-permission-report".

   IF W-REPORTS-MENU-OPTION = 44
      CALL "aged-snapshot-report".

   IF W-REPORTS-MENU-OPTION = 45
      CALL "report-definition-maintenance".

   IF W-REPORTS-MENU-OPTION = 46
      CALL "ad-hoc-report-runner".

   IF W-REPORTS-MENU-OPTION = 47
      CALL "batch-runtime-trend-report".

   IF W-REPORTS-MENU-OPTION = 48
      CALL "vat-reclaim-report".

   IF W-REPORTS-MENU-OPTION = 49
      CALL "unrecorded-liabilities-report".

   IF W-REPORTS-MENU-OPTION = 50
      CALL "address-validation-report".

   IF W-REPORTS-MENU-OPTION = 51
      CALL "verification-exceptions-report".

   IF W-REPORTS-MENU-OPTION = 52
      CALL "freight-audit-report".

   IF W-REPORTS-MENU-OPTION = 53
      CALL "avoidable-cost-report".

   IF W-REPORTS-MENU-OPTION = 54
      CALL "unapplied-deposits-report".

   IF W-REPORTS-MENU-OPTION = 55
      CALL "one-time-payee-report".

   IF W-REPORTS-MENU-OPTION = 56
      CALL "kpi-trend-report".
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-CHECK-SESSION-TIMEOUT.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________
