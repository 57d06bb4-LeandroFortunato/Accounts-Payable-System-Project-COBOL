      COPY "SLEMP.CBL".
      COPY "SLMILE.CBL".
      COPY "SLEXPRPT.CBL".
      COPY "SLADVNC.CBL".
      COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "FDEMP.CBL".
      COPY "FDMILE.CBL".
      COPY "FDEXPRPT.CBL".
      COPY "FDADVNC.CBL".
      COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".

      COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
      COPY "wsdate.cbl".

      01 W-EXP-MENU-OPTION                 PIC 9.
         88 VALID-EXP-MENU-OPTION         VALUE 0 THROUGH 7.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".
      01 W-FOUND-MILE-RATE                 PIC X.
         88 FOUND-MILE-RATE               VALUE "Y".

      01 W-FOUND-ADV-RECORD                PIC X.
         88 FOUND-ADV-RECORD              VALUE "Y".

      01 W-END-OF-ADVANCES                 PIC X.
         88 END-OF-ADVANCES               VALUE "Y".

      01 W-OFFSET-WONT-FIT                 PIC X.
         88 OFFSET-WONT-FIT               VALUE "Y".

      01 W-ERROR-WRITING                   PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      77 W-NEXT-PAYEE-VENDOR               PIC 9(5).
      77 W-RELEASED-COUNT                  PIC 9(4).
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZ9.99-.
      77 W-NEW-VOUCHER-STATUS              PIC X(08).
      77 W-NEXT-ADVANCE-NUMBER             PIC 9(6).
      77 ENTRY-ADV-AMOUNT                  PIC 9(6)V99.
      77 ENTRY-ADV-NUMBER                  PIC 9(6).
      77 ENTRY-REPAID-AMOUNT               PIC 9(6)V99.
      77 W-ADVANCE-GL-ACCOUNT              PIC X(10).
      77 W-ADVANCE-COUNT                   PIC 9(4).
      77 W-STILL-OWED                      PIC S9(6)V99.
      77 W-GL-INDEX                        PIC 9.
      77 W-MERGE-INDEX                     PIC 9.

*>    Working copy of a voucher's GL lines while same-account lines
*>    are merged to make room for the advance offset.
      01 W-MERGED-GL-TABLE.
         05 W-MERGED-GL-COUNT              PIC 9.
         05 W-MERGED-GL-LINE OCCURS 5 TIMES.
            10 W-MERGED-GL-ACCOUNT         PIC X(10).
            10 W-MERGED-GL-AMOUNT          PIC S9(6)V99.

      01 W-MERGED-FOUND                    PIC X.
         88 MERGED-FOUND                  VALUE "Y".

      77 BK-EXPRPT-RECORD                  PIC X(512).
      77 BK-ADV-RECORD                     PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
   OPEN I-O EMPLOYEE-FILE.
   OPEN I-O MILEAGE-RATE-FILE.
   OPEN I-O EXPENSE-REPORT-FILE.
   OPEN I-O TRAVEL-ADVANCE-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN I-O CONTROL-FILE.
   OPEN I-O VENDOR-FILE.
   CLOSE EMPLOYEE-FILE.
   CLOSE MILEAGE-RATE-FILE.
   CLOSE EXPENSE-REPORT-FILE.
   CLOSE TRAVEL-ADVANCE-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE CONTROL-FILE.
   CLOSE VENDOR-FILE.
         DISPLAY "                           | 3 - ENTER EXPENSE REPORT     |".
         DISPLAY "                           | 4 - SUPERVISOR APPROVAL      |".
         DISPLAY "                           | 5 - RELEASE TO PAYMENT       |".
         DISPLAY "                           | 6 - ISSUE TRAVEL ADVANCE     |".
         DISPLAY "                           | 7 - ADVANCE REPAYMENTS       |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 08 TIMES.
         ACCEPT W-EXP-MENU-OPTION.

        IF W-EXP-MENU-OPTION EQUAL ZERO
   IF W-EXP-MENU-OPTION = 5
      PERFORM RELEASE-MODULE.

   IF W-EXP-MENU-OPTION = 6
      PERFORM ADVANCE-MODULE.

   IF W-EXP-MENU-OPTION = 7
      PERFORM REPAYMENT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-EXP-MENU-OPTION EQUAL ZERO
   MOVE W-DAY-TODAY          TO EXPRPT-DATE.
   MOVE ZEROS                TO EXPRPT-TOTAL.
   MOVE ZEROS                TO EXPRPT-VOUCHER.
   MOVE ZEROS                TO EXPRPT-ADVANCE-NUMBER.
   MOVE ZEROS                TO EXPRPT-ADVANCE-APPLIED.
   MOVE "ENTERED"            TO EXPRPT-STATUS.
   MOVE W-CURRENT-USER-ID    TO EXPRPT-ENTERED-BY.
   MOVE SPACES               TO EXPRPT-APPROVED-BY.
         MOVE EXPRPT-RECORD TO BK-EXPRPT-RECORD
         MOVE "APPROVED"        TO EXPRPT-STATUS
         MOVE W-CURRENT-USER-ID TO EXPRPT-APPROVED-BY
         PERFORM NET-OPEN-ADVANCE
         REWRITE EXPRPT-RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE REWRITING THE REPORT !"
               MOVE EXPRPT-RECORD   TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- REPORT APPROVED ! -----"
               IF EXPRPT-ADVANCE-NUMBER NOT EQUAL ZEROS
                  PERFORM SETTLE-NETTED-ADVANCE
               END-IF
         END-REWRITE.
*>_________________________________________________________________________

NET-OPEN-ADVANCE.

*>   The employee's oldest advance still OPEN is netted against the
*>   report being approved - up to the report total; what the report
*>   does not cover stays owed back by the employee.

   MOVE ZEROS TO EXPRPT-ADVANCE-NUMBER.
   MOVE ZEROS TO EXPRPT-ADVANCE-APPLIED.

   MOVE "N" TO W-FOUND-ADV-RECORD.
   MOVE "N" TO W-END-OF-ADVANCES.
   MOVE EXPRPT-EMPLOYEE TO ADV-EMPLOYEE.
   START TRAVEL-ADVANCE-FILE KEY IS EQUAL TO ADV-EMPLOYEE
      INVALID KEY
         MOVE "Y" TO W-END-OF-ADVANCES
   END-START.

   PERFORM FIND-NEXT-OPEN-ADVANCE
      UNTIL END-OF-ADVANCES OR FOUND-ADV-RECORD.

   IF FOUND-ADV-RECORD AND EXPRPT-TOTAL GREATER THAN ZEROS
      MOVE ADV-NUMBER TO EXPRPT-ADVANCE-NUMBER
      IF EXPRPT-TOTAL LESS THAN ADV-AMOUNT
         MOVE EXPRPT-TOTAL TO EXPRPT-ADVANCE-APPLIED
      ELSE
         MOVE ADV-AMOUNT   TO EXPRPT-ADVANCE-APPLIED.
*>_________________________________________________________________________

FIND-NEXT-OPEN-ADVANCE.

   READ TRAVEL-ADVANCE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-ADVANCES
      NOT AT END
         IF ADV-EMPLOYEE NOT EQUAL EXPRPT-EMPLOYEE
            MOVE "Y" TO W-END-OF-ADVANCES
         ELSE
            IF ADV-IS-OPEN
               MOVE "Y" TO W-FOUND-ADV-RECORD
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

SETTLE-NETTED-ADVANCE.

   MOVE EXPRPT-ADVANCE-NUMBER TO ADV-NUMBER.
   MOVE "Y" TO W-FOUND-ADV-RECORD.
   READ TRAVEL-ADVANCE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-ADV-RECORD.

   IF FOUND-ADV-RECORD
      MOVE ADV-RECORD             TO BK-ADV-RECORD
      MOVE EXPRPT-NUMBER          TO ADV-EXPRPT
      MOVE EXPRPT-ADVANCE-APPLIED TO ADV-APPLIED-AMOUNT
      MOVE W-DAY-TODAY            TO ADV-SETTLED-DATE
      COMPUTE ADV-DUE-BACK = ADV-AMOUNT - EXPRPT-ADVANCE-APPLIED
      IF ADV-DUE-BACK GREATER THAN ZEROS
         MOVE "OWED"    TO ADV-STATUS
      ELSE
         MOVE "SETTLED" TO ADV-STATUS
      END-IF
      REWRITE ADV-RECORD
         INVALID KEY
            DISPLAY "*** ERROR SETTLING TRAVEL ADVANCE " ADV-NUMBER " ! ***"
         NOT INVALID KEY
            MOVE "ADVANCE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"       TO W-SYSAUD-ACTION
            MOVE ADV-NUMBER     TO W-SYSAUD-KEY
            MOVE BK-ADV-RECORD  TO W-SYSAUD-BEFORE-IMAGE
            MOVE ADV-RECORD     TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            MOVE EXPRPT-ADVANCE-APPLIED TO W-FORMATTED-AMOUNT
            DISPLAY "TRAVEL ADVANCE " ADV-NUMBER " NETTED: " W-FORMATTED-AMOUNT
            IF ADV-IS-OWED
               MOVE ADV-DUE-BACK TO W-FORMATTED-AMOUNT
               DISPLAY "*** THE EMPLOYEE OWES BACK " W-FORMATTED-AMOUNT
                       " OF THE ADVANCE ! ***"
            END-IF
      END-REWRITE.
*>_________________________________________________________________________

DISPLAY-EXPENSE-REPORT.

   PERFORM CLEAR-SCREEN.
   END-PERFORM.
   MOVE EXPRPT-TOTAL TO W-FORMATTED-AMOUNT.
   DISPLAY "TOTAL..............: " W-FORMATTED-AMOUNT.
   IF EXPRPT-ADVANCE-NUMBER NOT EQUAL ZEROS
      MOVE EXPRPT-ADVANCE-APPLIED TO W-FORMATTED-AMOUNT
      DISPLAY "LESS ADVANCE " EXPRPT-ADVANCE-NUMBER "..: " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

RELEASE-MODULE.
   IF NOT FOUND-EMP-RECORD
      DISPLAY "REPORT " EXPRPT-NUMBER " SKIPPED - EMPLOYEE "
              EXPRPT-EMPLOYEE " NOT ON FILE !"
   ELSE
   IF NOT EMP-IS-ACTIVE
      DISPLAY "REPORT " EXPRPT-NUMBER " SKIPPED - EMPLOYEE "
              EXPRPT-EMPLOYEE " IS INACTIVE !"
   ELSE
      PERFORM REFRESH-SHADOW-PAYEE-VENDOR
      IF EMP-PAYEE-VENDOR NOT EQUAL ZEROS
   END-STRING.
   MOVE "EMPLOYEE EXPENSE REIMBURSEMENT" TO VOUCHER-FOR-LINE (1).
   MOVE "EXPENSE" TO VOUCHER-TYPE.
   COMPUTE VOUCHER-AMOUNT = EXPRPT-TOTAL - EXPRPT-ADVANCE-APPLIED.
   MOVE W-DAY-TODAY  TO VOUCHER-DATE.
   MOVE W-DAY-TODAY  TO VOUCHER-DUE.
   MOVE "N" TO VOUCHER-DEDUCTIBLE.
        TO VOUCHER-GL-AMOUNT (W-LINE-INDEX)
   END-PERFORM.

   MOVE "N" TO W-OFFSET-WONT-FIT.
   IF EXPRPT-ADVANCE-APPLIED NOT EQUAL ZEROS
      PERFORM ADD-ADVANCE-OFFSET-LINE.

   IF OFFSET-WONT-FIT
      MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
      DISPLAY "REPORT " EXPRPT-NUMBER " HELD - FIVE DIFFERENT EXPENSE ACCOUNTS"
      DISPLAY "   LEAVE NO GL LINE FOR THE ADVANCE OFFSET; SPLIT THE REPORT !"
   ELSE
      MOVE "APPROVED" TO W-NEW-VOUCHER-STATUS *> the supervisor already approved the spend
      PERFORM POST-REIMBURSEMENT-VOUCHER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      MOVE EXPRPT-RECORD TO BK-EXPRPT-RECORD
      END-REWRITE.
*>_________________________________________________________________________

ADD-ADVANCE-OFFSET-LINE.

*>   The advance already paid the employee this much: credit it back
*>   out of the advances account so the voucher pays only the rest.
*>   Expenses fully covered by the advance leave nothing to pay, and
*>   the voucher is closed the day it is written.

   MOVE EXPRPT-ADVANCE-NUMBER TO ADV-NUMBER.
   MOVE SPACES TO W-ADVANCE-GL-ACCOUNT.
   READ TRAVEL-ADVANCE-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE ADV-GL-ACCOUNT TO W-ADVANCE-GL-ACCOUNT
   END-READ.

   IF VOUCHER-GL-LINE-COUNT EQUAL 5
      PERFORM MERGE-SAME-ACCOUNT-GL-LINES.

   IF VOUCHER-GL-LINE-COUNT EQUAL 5
      MOVE "Y" TO W-OFFSET-WONT-FIT
   ELSE
      ADD 1 TO VOUCHER-GL-LINE-COUNT
      MOVE W-ADVANCE-GL-ACCOUNT
        TO VOUCHER-GL-ACCOUNT (VOUCHER-GL-LINE-COUNT)
      COMPUTE VOUCHER-GL-AMOUNT (VOUCHER-GL-LINE-COUNT) =
              0 - EXPRPT-ADVANCE-APPLIED
      MOVE SPACES TO VOUCHER-FOR-LINE (2)
      IF VOUCHER-AMOUNT EQUAL ZEROS
         STRING "SETTLED IN FULL BY TRAVEL ADVANCE " EXPRPT-ADVANCE-NUMBER
           DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (2)
         END-STRING
         MOVE W-DAY-TODAY TO VOUCHER-PAID-DATE
      ELSE
         STRING "LESS TRAVEL ADVANCE " EXPRPT-ADVANCE-NUMBER
           DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (2)
         END-STRING.
*>_________________________________________________________________________

MERGE-SAME-ACCOUNT-GL-LINES.

   MOVE ZEROS TO W-MERGED-GL-COUNT.
   PERFORM MERGE-ONE-GL-LINE
      VARYING W-GL-INDEX FROM 1 BY 1
         UNTIL W-GL-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.

   MOVE W-MERGED-GL-COUNT TO VOUCHER-GL-LINE-COUNT.
   PERFORM COPY-BACK-ONE-GL-LINE
      VARYING W-GL-INDEX FROM 1 BY 1
         UNTIL W-GL-INDEX GREATER THAN 5.
*>_________________________________________________________________________

MERGE-ONE-GL-LINE.

   MOVE "N" TO W-MERGED-FOUND.
   PERFORM MERGE-INTO-ONE-ENTRY
      VARYING W-MERGE-INDEX FROM 1 BY 1
         UNTIL W-MERGE-INDEX GREATER THAN W-MERGED-GL-COUNT
            OR MERGED-FOUND.

   IF NOT MERGED-FOUND
      ADD 1 TO W-MERGED-GL-COUNT
      MOVE VOUCHER-GL-ACCOUNT (W-GL-INDEX)
        TO W-MERGED-GL-ACCOUNT (W-MERGED-GL-COUNT)
      MOVE VOUCHER-GL-AMOUNT (W-GL-INDEX)
        TO W-MERGED-GL-AMOUNT (W-MERGED-GL-COUNT).
*>_________________________________________________________________________

MERGE-INTO-ONE-ENTRY.

   IF W-MERGED-GL-ACCOUNT (W-MERGE-INDEX) EQUAL VOUCHER-GL-ACCOUNT (W-GL-INDEX)
      MOVE "Y" TO W-MERGED-FOUND
      ADD VOUCHER-GL-AMOUNT (W-GL-INDEX)
        TO W-MERGED-GL-AMOUNT (W-MERGE-INDEX).
*>_________________________________________________________________________

COPY-BACK-ONE-GL-LINE.

   IF W-GL-INDEX GREATER THAN W-MERGED-GL-COUNT
      MOVE SPACES TO VOUCHER-GL-ACCOUNT (W-GL-INDEX)
      MOVE ZEROS  TO VOUCHER-GL-AMOUNT (W-GL-INDEX)
   ELSE
      MOVE W-MERGED-GL-ACCOUNT (W-GL-INDEX)
        TO VOUCHER-GL-ACCOUNT (W-GL-INDEX)
      MOVE W-MERGED-GL-AMOUNT (W-GL-INDEX)
        TO VOUCHER-GL-AMOUNT (W-GL-INDEX).
*>_________________________________________________________________________

POST-REIMBURSEMENT-VOUCHER.

   MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.
   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      ADD 1 TO CONTROL-LAST-VOUCHER
      MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
      MOVE W-NEW-VOUCHER-STATUS TO VOUCHER-STATUS
      MOVE "N" TO VOUCHER-HOLD
      MOVE "N" TO VOUCHER-GL-POSTED
      MOVE "N" TO VOUCHER-PAYMENT-POSTED
            MOVE "VOUCHER"      TO W-PERBAL-KIND
            MOVE VOUCHER-AMOUNT TO W-PERBAL-AMOUNT
            PERFORM POST-PERIOD-BALANCE
            MOVE "VOUCHER" TO W-VNDBAL-PART
            MOVE 1         TO W-VNDBAL-SIGN
            PERFORM POST-VENDOR-BALANCE
      END-WRITE.
*>_________________________________________________________________________

ADVANCE-MODULE.

*>   A travel advance is paid out ahead of the trip as an ordinary
*>   voucher to the employee's shadow payee-vendor, so it is approved
*>   and paid like any other bill. The advance record stays OPEN until
*>   the employee's next expense report is approved.

   PERFORM GET-EMPLOYEE-NUMBER.
   PERFORM ISSUE-ONE-ADVANCE UNTIL ENTRY-EMP-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

ISSUE-ONE-ADVANCE.

   MOVE ENTRY-EMP-NUMBER TO EMP-NUMBER.
   MOVE "Y" TO W-FOUND-EMP-RECORD.
   READ EMPLOYEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-EMP-RECORD.

   IF NOT FOUND-EMP-RECORD
      DISPLAY "*** EMPLOYEE NOT ON FILE - ADD THEM FIRST ! ***"
   ELSE
   IF NOT EMP-IS-ACTIVE
      DISPLAY "*** EMPLOYEE IS INACTIVE ! ***"
   ELSE
      DISPLAY "TRAVEL ADVANCE FOR " EMP-NAME
      PERFORM GET-ADVANCE-FIELDS
      IF ENTRY-ADV-AMOUNT GREATER THAN ZEROS
         MOVE "ISSUE THIS ADVANCE ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            PERFORM ISSUE-CONFIRMED-ADVANCE.

   PERFORM GET-EMPLOYEE-NUMBER.
*>_________________________________________________________________________

GET-ADVANCE-FIELDS.

   MOVE ZEROS TO ENTRY-ADV-AMOUNT.
   DISPLAY "ADVANCE AMOUNT (0 TO CANCEL): ".
   ACCEPT ENTRY-ADV-AMOUNT.

   IF ENTRY-ADV-AMOUNT GREATER THAN ZEROS
      MOVE SPACES TO ADV-TRIP-DESC
      DISPLAY "TRIP / PURPOSE.....: "
      ACCEPT ADV-TRIP-DESC
      MOVE "N" TO W-FOUND-COA-RECORD
      PERFORM GET-ADVANCE-GL-ACCOUNT UNTIL FOUND-COA-RECORD.
*>_________________________________________________________________________

GET-ADVANCE-GL-ACCOUNT.

   DISPLAY "EMPLOYEE-ADVANCES GL ACCOUNT: ".
   ACCEPT W-ADVANCE-GL-ACCOUNT.
   INSPECT W-ADVANCE-GL-ACCOUNT
           CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   MOVE W-ADVANCE-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF NOT FOUND-COA-RECORD
      DISPLAY "*** ACCOUNT NOT IN THE CHART OF ACCOUNTS ! ***"
   ELSE
      IF NOT COA-IS-ACTIVE
         DISPLAY "*** ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS ! ***"
         MOVE "N" TO W-FOUND-COA-RECORD
      ELSE
         DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

ISSUE-CONFIRMED-ADVANCE.

   PERFORM REFRESH-SHADOW-PAYEE-VENDOR.

   IF EMP-PAYEE-VENDOR NOT EQUAL ZEROS
      PERFORM FIND-NEXT-ADVANCE-NUMBER
      PERFORM BUILD-ADVANCE-VOUCHER
      MOVE "ENTERED" TO W-NEW-VOUCHER-STATUS
      PERFORM POST-REIMBURSEMENT-VOUCHER
      IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
         PERFORM WRITE-ADVANCE-RECORD.
*>_________________________________________________________________________

FIND-NEXT-ADVANCE-NUMBER.

   MOVE 0 TO W-NEXT-ADVANCE-NUMBER.
   MOVE "N" TO W-END-OF-ADVANCES.
   MOVE ZEROS TO ADV-NUMBER.
   START TRAVEL-ADVANCE-FILE KEY IS NOT LESS THAN ADV-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-ADVANCES.
   PERFORM SCAN-NEXT-ADVANCE-NUMBER UNTIL END-OF-ADVANCES.
   ADD 1 TO W-NEXT-ADVANCE-NUMBER.
*>_________________________________________________________________________

SCAN-NEXT-ADVANCE-NUMBER.

   READ TRAVEL-ADVANCE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-ADVANCES
      NOT AT END
         IF ADV-NUMBER GREATER THAN W-NEXT-ADVANCE-NUMBER
            MOVE ADV-NUMBER TO W-NEXT-ADVANCE-NUMBER
         END-IF
   END-READ.
*>_________________________________________________________________________

BUILD-ADVANCE-VOUCHER.

   MOVE SPACES TO VOUCHER-RECORD.
   MOVE ZEROS  TO VOUCHER-NUMBER.
   MOVE EMP-PAYEE-VENDOR TO VOUCHER-VENDOR.
   MOVE W-SESSION-COMPANY TO VOUCHER-COMPANY.
   MOVE SPACES TO VOUCHER-INVOICE.
   STRING "ADV-" W-NEXT-ADVANCE-NUMBER
     DELIMITED BY SIZE INTO VOUCHER-INVOICE
   END-STRING.
   MOVE "EMPLOYEE TRAVEL ADVANCE" TO VOUCHER-FOR-LINE (1).
   MOVE ADV-TRIP-DESC TO VOUCHER-FOR-LINE (2).
   MOVE "EXPENSE" TO VOUCHER-TYPE.
   MOVE ENTRY-ADV-AMOUNT TO VOUCHER-AMOUNT.
   MOVE W-DAY-TODAY  TO VOUCHER-DATE.
   MOVE W-DAY-TODAY  TO VOUCHER-DUE.
   MOVE "N" TO VOUCHER-DEDUCTIBLE.
   MOVE "N" TO VOUCHER-TAXABLE.
   MOVE "N" TO VOUCHER-SELECTED.
   MOVE "N" TO VOUCHER-USE-TAX.
   MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
   MOVE SPACES TO VOUCHER-CURRENCY.
   MOVE ZEROS TO VOUCHER-PAID-AMOUNT VOUCHER-PAID-DATE VOUCHER-CHECK-NO
                 VOUCHER-DISCOUNT-DATE VOUCHER-TAX-AMOUNT
                 VOUCHER-SPLIT-FROM-NUMBER VOUCHER-PO-NUMBER
                 VOUCHER-USE-TAX-AMOUNT VOUCHER-FOREIGN-AMOUNT
                 VOUCHER-EXCHANGE-RATE VOUCHER-BATCH-NUMBER
                 VOUCHER-RETAINAGE-PERCENT VOUCHER-RETAINAGE-AMOUNT.
   MOVE W-CURRENT-USER-ID TO VOUCHER-ENTERED-BY.

   MOVE 1 TO VOUCHER-GL-LINE-COUNT.
   MOVE W-ADVANCE-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT (1).
   MOVE ENTRY-ADV-AMOUNT     TO VOUCHER-GL-AMOUNT (1).
*>_________________________________________________________________________

WRITE-ADVANCE-RECORD.

   MOVE W-NEXT-ADVANCE-NUMBER TO ADV-NUMBER.
   MOVE EMP-NUMBER            TO ADV-EMPLOYEE.
   MOVE W-SESSION-COMPANY     TO ADV-COMPANY.
   MOVE W-DAY-TODAY           TO ADV-ISSUED-DATE.
   MOVE W-CURRENT-USER-ID     TO ADV-ISSUED-BY.
   MOVE W-ADVANCE-GL-ACCOUNT  TO ADV-GL-ACCOUNT.
   MOVE ENTRY-ADV-AMOUNT      TO ADV-AMOUNT.
   MOVE VOUCHER-NUMBER        TO ADV-VOUCHER.
   MOVE "OPEN"                TO ADV-STATUS.
   MOVE ZEROS TO ADV-EXPRPT ADV-APPLIED-AMOUNT ADV-SETTLED-DATE
                 ADV-DUE-BACK ADV-REPAID-AMOUNT ADV-REPAID-DATE.

   WRITE ADV-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING TRAVEL ADVANCE " ADV-NUMBER " ! ***"
         MOVE "WRITE"     TO W-EXCLOG-OPERATION
         MOVE ADV-NUMBER  TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE "ADVANCE"   TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"       TO W-SYSAUD-ACTION
         MOVE ADV-NUMBER  TO W-SYSAUD-KEY
         MOVE SPACES      TO W-SYSAUD-BEFORE-IMAGE
         MOVE ADV-RECORD  TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "ADVANCE " ADV-NUMBER " ISSUED AS VOUCHER " VOUCHER-NUMBER
                 " - AWAITING APPROVAL"
   END-WRITE.
*>_________________________________________________________________________

REPAYMENT-MODULE.

*>   What an employee owes back on an advance their expenses did not
*>   use up is a receivable; repayments are recorded against it here
*>   until the advance is REPAID.

   PERFORM GET-EMPLOYEE-NUMBER.
   PERFORM REPAY-FOR-ONE-EMPLOYEE UNTIL ENTRY-EMP-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

REPAY-FOR-ONE-EMPLOYEE.

   MOVE 0 TO W-ADVANCE-COUNT.
   MOVE "N" TO W-END-OF-ADVANCES.
   MOVE ENTRY-EMP-NUMBER TO ADV-EMPLOYEE.
   START TRAVEL-ADVANCE-FILE KEY IS EQUAL TO ADV-EMPLOYEE
      INVALID KEY
         MOVE "Y" TO W-END-OF-ADVANCES
   END-START.

   PERFORM LIST-NEXT-OWED-ADVANCE UNTIL END-OF-ADVANCES.

   IF W-ADVANCE-COUNT EQUAL ZEROS
      DISPLAY "*** NOTHING OWED BACK BY THIS EMPLOYEE ! ***"
   ELSE
      MOVE ZEROS TO ENTRY-ADV-NUMBER
      DISPLAY "ADVANCE NUMBER BEING REPAID (<ENTER> TO SKIP): "
      ACCEPT ENTRY-ADV-NUMBER
      IF ENTRY-ADV-NUMBER NOT EQUAL ZEROS
         PERFORM RECORD-ONE-REPAYMENT.

   PERFORM GET-EMPLOYEE-NUMBER.
*>_________________________________________________________________________

LIST-NEXT-OWED-ADVANCE.

   READ TRAVEL-ADVANCE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-ADVANCES
      NOT AT END
         IF ADV-EMPLOYEE NOT EQUAL ENTRY-EMP-NUMBER
            MOVE "Y" TO W-END-OF-ADVANCES
         ELSE
            IF ADV-IS-OWED
               ADD 1 TO W-ADVANCE-COUNT
               COMPUTE W-STILL-OWED = ADV-DUE-BACK - ADV-REPAID-AMOUNT
               MOVE W-STILL-OWED TO W-FORMATTED-AMOUNT
               DISPLAY "ADVANCE " ADV-NUMBER "  " ADV-TRIP-DESC
                       "  STILL OWED: " W-FORMATTED-AMOUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

RECORD-ONE-REPAYMENT.

   MOVE ENTRY-ADV-NUMBER TO ADV-NUMBER.
   MOVE "Y" TO W-FOUND-ADV-RECORD.
   READ TRAVEL-ADVANCE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-ADV-RECORD.

   IF NOT FOUND-ADV-RECORD
      DISPLAY "*** ADVANCE NOT ON FILE ! ***"
   ELSE
   IF ADV-EMPLOYEE NOT EQUAL ENTRY-EMP-NUMBER OR NOT ADV-IS-OWED
      DISPLAY "*** NOTHING OWED BACK ON THAT ADVANCE ! ***"
   ELSE
      COMPUTE W-STILL-OWED = ADV-DUE-BACK - ADV-REPAID-AMOUNT
      MOVE ZEROS TO ENTRY-REPAID-AMOUNT
      DISPLAY "AMOUNT REPAID......: "
      ACCEPT ENTRY-REPAID-AMOUNT
      IF ENTRY-REPAID-AMOUNT GREATER THAN W-STILL-OWED
         DISPLAY "*** MORE THAN IS OWED ON THE ADVANCE ! ***"
      ELSE
      IF ENTRY-REPAID-AMOUNT GREATER THAN ZEROS
         MOVE ADV-RECORD  TO BK-ADV-RECORD
         ADD ENTRY-REPAID-AMOUNT TO ADV-REPAID-AMOUNT
         MOVE W-DAY-TODAY TO ADV-REPAID-DATE
         IF ADV-REPAID-AMOUNT NOT LESS THAN ADV-DUE-BACK
            MOVE "REPAID" TO ADV-STATUS
         END-IF
         REWRITE ADV-RECORD
            INVALID KEY
               DISPLAY "*** ERROR RECORDING THE REPAYMENT ! ***"
            NOT INVALID KEY
               MOVE "ADVANCE"      TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"       TO W-SYSAUD-ACTION
               MOVE ADV-NUMBER     TO W-SYSAUD-KEY
               MOVE BK-ADV-RECORD  TO W-SYSAUD-BEFORE-IMAGE
               MOVE ADV-RECORD     TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- REPAYMENT RECORDED ! -----"
         END-REWRITE.
*>_________________________________________________________________________

GET-CURRENT-USER.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
