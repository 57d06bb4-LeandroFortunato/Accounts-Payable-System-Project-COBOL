        88 SAVING-IS-CONFIRMED     VALUE "Y".

     01 ENTRY-RECORD-FIELD         PIC 99.
         88 VALID-FIELD             VALUE 0 THROUGH 39.

     77 MSG-CONFIRMATION               PIC X(45).
     77 ENTRY-CONTROL-LAST-VOUCHER     PIC 9(7).
     77 ENTRY-CONTROL-DUE-FROM-ACCT    PIC X(10).
     77 ENTRY-CONTROL-DUE-TO-ACCT      PIC X(10).
     77 ENTRY-CONTROL-FX-GL-ACCT       PIC X(10).
     77 ENTRY-CONTROL-VAT-GL-ACCT      PIC X(10).
     77 ENTRY-CONTROL-NETTING-ACCT     PIC X(10).
     77 ENTRY-CONTROL-PO-APPR-LIMIT    PIC 9(8)V99.
     77 ENTRY-CONTROL-DUAL-APPROVAL    PIC 9(8)V99.
     77 ENTRY-CONTROL-VERIFY-AMOUNT    PIC 9(8)V99.
     77 ENTRY-CONTROL-DEPOSIT-ACCT     PIC X(10).
     77 ENTRY-CONTROL-ONE-TIME-VENDOR  PIC 9(05).
     77 ENTRY-CONTROL-VCARD-RATE       PIC 9V999.
     77 ENTRY-CONTROL-VCARD-TIER-SPEND PIC 9(9)V99.
     77 ENTRY-CONTROL-POLICY-VALUE     PIC 9(03).
     77 ENTRY-CONTROL-CUTOFF-TIME      PIC 9(04).
         88 VALID-CUTOFF-TIME           VALUE 0 THRU 2359.
     77 DUMMY                      PIC X.
     77 DUMMY-FOR-DATE-12                     PIC 9(12).
     77 W-PERIOD-CLOSED-MM-DD-CCYY            PIC 9(8).
     77 W-LAST-VOUCHER-CHANGE-MM-DD-CCYY      PIC 9(8).
     77 W-FORMATTED-LAST-VOUCHER-CHANGE-DATE  PIC 99/99/9999.

     77 BK-CONTROL-RECORD               PIC X(400).

     77 W-SYSAUD-RECORD-TYPE            PIC X(10).
     77 W-SYSAUD-ACTION                 PIC X(06).
   ELSE
      DISPLAY "20) FX GAIN/LOSS ACCOUNT.: " CONTROL-FX-GAINLOSS-ACCT.

   DISPLAY "21) VCARD REBATE % TIER 1: " CONTROL-VCARD-RATE-1.
   DISPLAY "22) VCARD TIER 2 SPEND...: " CONTROL-VCARD-TIER-2-SPEND.
   DISPLAY "23) VCARD REBATE % TIER 2: " CONTROL-VCARD-RATE-2.
   DISPLAY "24) VCARD TIER 3 SPEND...: " CONTROL-VCARD-TIER-3-SPEND.
   DISPLAY "25) VCARD REBATE % TIER 3: " CONTROL-VCARD-RATE-3.

   IF CONTROL-PASSWORD-EXPIRY-DAYS EQUAL ZEROS
      DISPLAY "26) PASSWORD EXPIRY DAYS.: ( DEFAULT 90 )"
   ELSE
      DISPLAY "26) PASSWORD EXPIRY DAYS.: " CONTROL-PASSWORD-EXPIRY-DAYS.

   IF CONTROL-LOCKOUT-ATTEMPTS EQUAL ZEROS
      DISPLAY "27) LOCKOUT AFTER FAILS..: ( DEFAULT 5 )"
   ELSE
      DISPLAY "27) LOCKOUT AFTER FAILS..: " CONTROL-LOCKOUT-ATTEMPTS.

   IF CONTROL-PASSWORD-HISTORY EQUAL ZEROS
      DISPLAY "28) PASSWORDS REMEMBERED.: ( DEFAULT 5 )"
   ELSE
      DISPLAY "28) PASSWORDS REMEMBERED.: " CONTROL-PASSWORD-HISTORY.

   IF CONTROL-IDLE-TIMEOUT-MINUTES EQUAL ZEROS
      DISPLAY "29) IDLE TIMEOUT MINUTES.: ( DEFAULT 30 )"
   ELSE
      DISPLAY "29) IDLE TIMEOUT MINUTES.: " CONTROL-IDLE-TIMEOUT-MINUTES.

   IF W-SESSION-COMPANY NOT EQUAL 1
      DISPLAY "    ( 26-29 ARE TAKEN FROM COMPANY 1 FOR EVERY SIGN-ON )".

   IF CONTROL-DUAL-APPROVAL-AMOUNT EQUAL ZEROS
      DISPLAY "30) TWO APPROVALS FROM...: ( NEVER - ONE APPROVAL ENOUGH )"
   ELSE
      DISPLAY "30) TWO APPROVALS FROM...: " CONTROL-DUAL-APPROVAL-AMOUNT.

   IF CONTROL-STEP-OVERRUN-PERCENT EQUAL ZEROS
      DISPLAY "31) STEP OVERRUN ALERT...: ( NONE )"
   ELSE
      DISPLAY "31) STEP OVERRUN ALERT...: " CONTROL-STEP-OVERRUN-PERCENT
              "% OVER AVERAGE".

   IF CONTROL-BATCH-CUTOFF-TIME EQUAL ZEROS
      DISPLAY "32) BATCH WINDOW CUTOFF..: ( NONE )"
   ELSE
      DISPLAY "32) BATCH WINDOW CUTOFF..: " CONTROL-BATCH-CUTOFF-TIME
              " (HHMM)".

   IF W-SESSION-COMPANY NOT EQUAL 1
      DISPLAY "    ( 31-32 ARE TAKEN FROM COMPANY 1 FOR THE NIGHTLY BATCH )".

   IF CONTROL-VAT-RECLAIM-ACCT EQUAL SPACES
      DISPLAY "33) VAT RECLAIM ACCOUNT..: ( NOT SET - VAT LEFT IN EXPENSE )"
   ELSE
      DISPLAY "33) VAT RECLAIM ACCOUNT..: " CONTROL-VAT-RECLAIM-ACCT.

   IF CONTROL-AR-NETTING-ACCT EQUAL SPACES
      DISPLAY "34) AR NETTING ACCOUNT...: ( NOT SET - NO AR/AP NETTING )"
   ELSE
      DISPLAY "34) AR NETTING ACCOUNT...: " CONTROL-AR-NETTING-ACCT.

   IF CONTROL-PPAY-CUTOFF-TIME EQUAL ZEROS
      DISPLAY "35) POSITIVE-PAY CUTOFF..: ( NONE )"
   ELSE
      DISPLAY "35) POSITIVE-PAY CUTOFF..: " CONTROL-PPAY-CUTOFF-TIME
              " (HHMM)".

   IF CONTROL-INBOX-ESCALATE-DAYS EQUAL ZEROS
      DISPLAY "36) ESCALATE INBOX AFTER.: ( NEVER )"
   ELSE
      DISPLAY "36) ESCALATE INBOX AFTER.: " CONTROL-INBOX-ESCALATE-DAYS
              " DAYS".

   IF W-SESSION-COMPANY NOT EQUAL 1
      DISPLAY "    ( 36 IS TAKEN FROM COMPANY 1 FOR THE MORNING DIGEST )".

   IF CONTROL-VERIFY-AMOUNT EQUAL ZEROS
      DISPLAY "37) RE-KEY VOUCHERS OVER.: ( NEVER )"
   ELSE
      DISPLAY "37) RE-KEY VOUCHERS OVER.: " CONTROL-VERIFY-AMOUNT.

   IF CONTROL-DEPOSIT-GL-ACCT EQUAL SPACES
      DISPLAY "38) VENDOR DEPOSITS ACCT.: ( NOT SET - NO DEPOSIT VOUCHERS )"
   ELSE
      DISPLAY "38) VENDOR DEPOSITS ACCT.: " CONTROL-DEPOSIT-GL-ACCT.

   IF CONTROL-ONE-TIME-VENDOR EQUAL ZEROS
      DISPLAY "39) ONE-TIME PAYEE VENDOR: ( NOT SET - NO ONE-TIME PAYEES )"
   ELSE
      DISPLAY "39) ONE-TIME PAYEE VENDOR: " CONTROL-ONE-TIME-VENDOR.

   PERFORM JUMP-LINE.
*>_________________________________________________________________________

      MOVE 0 TO ENTRY-RECORD-FIELD *> to force a quit
   ELSE 
      PERFORM DISPLAY-CONTROL-RECORD
      DISPLAY "INFORM A FIELD TO CHANGE 1 TO 39 (<ENTER> TO RETURN)"
      ACCEPT ENTRY-RECORD-FIELD
     
      IF ENTRY-RECORD-FIELD NOT EQUAL ZERO
   IF ENTRY-RECORD-FIELD = 20
      PERFORM GET-SAVE-CONTROL-FX-GL-ACCT.

   IF ENTRY-RECORD-FIELD = 21
      PERFORM GET-SAVE-CONTROL-VCARD-RATE-1.
   IF ENTRY-RECORD-FIELD = 22
      PERFORM GET-SAVE-CONTROL-VCARD-TIER-2.
   IF ENTRY-RECORD-FIELD = 23
      PERFORM GET-SAVE-CONTROL-VCARD-RATE-2.
   IF ENTRY-RECORD-FIELD = 24
      PERFORM GET-SAVE-CONTROL-VCARD-TIER-3.
   IF ENTRY-RECORD-FIELD = 25
      PERFORM GET-SAVE-CONTROL-VCARD-RATE-3.

   IF ENTRY-RECORD-FIELD = 26
      PERFORM GET-SAVE-CONTROL-PASSWORD-EXPIRY.
   IF ENTRY-RECORD-FIELD = 27
      PERFORM GET-SAVE-CONTROL-LOCKOUT-ATTEMPTS.
   IF ENTRY-RECORD-FIELD = 28
      PERFORM GET-SAVE-CONTROL-PASSWORD-HISTORY.
   IF ENTRY-RECORD-FIELD = 29
      PERFORM GET-SAVE-CONTROL-IDLE-TIMEOUT.

   IF ENTRY-RECORD-FIELD = 30
      PERFORM GET-SAVE-CONTROL-DUAL-APPROVAL.

   IF ENTRY-RECORD-FIELD = 31
      PERFORM GET-SAVE-CONTROL-STEP-OVERRUN.
   IF ENTRY-RECORD-FIELD = 32
      PERFORM GET-SAVE-CONTROL-BATCH-CUTOFF.
   IF ENTRY-RECORD-FIELD = 33
      PERFORM GET-SAVE-CONTROL-VAT-GL-ACCT.
   IF ENTRY-RECORD-FIELD = 34
      PERFORM GET-SAVE-CONTROL-NETTING-ACCT.
   IF ENTRY-RECORD-FIELD = 35
      PERFORM GET-SAVE-CONTROL-PPAY-CUTOFF.
   IF ENTRY-RECORD-FIELD = 36
      PERFORM GET-SAVE-CONTROL-INBOX-ESCALATE.
   IF ENTRY-RECORD-FIELD = 37
      PERFORM GET-SAVE-CONTROL-VERIFY-AMOUNT.
   IF ENTRY-RECORD-FIELD = 38
      PERFORM GET-SAVE-CONTROL-DEPOSIT-ACCT.
   IF ENTRY-RECORD-FIELD = 39
      PERFORM GET-SAVE-CONTROL-ONE-TIME-VENDOR.

   PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE.
*>_________________________________________________________________________

         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VCARD-RATE-1.

   DISPLAY "VIRTUAL CARD REBATE % EARNED BELOW THE TIER 2 SPEND (E.G. 1.000): "
   ACCEPT ENTRY-CONTROL-VCARD-RATE

   IF ENTRY-CONTROL-VCARD-RATE NOT EQUAL CONTROL-VCARD-RATE-1

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VCARD-RATE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VCARD-RATE TO CONTROL-VCARD-RATE-1
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VCARD-TIER-2.

   DISPLAY "MONTHLY CARD SPEND THAT EARNS THE TIER 2 RATE (0 FOR NO TIER 2): "
   ACCEPT ENTRY-CONTROL-VCARD-TIER-SPEND

   IF ENTRY-CONTROL-VCARD-TIER-SPEND NOT EQUAL CONTROL-VCARD-TIER-2-SPEND

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VCARD-TIER-SPEND

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VCARD-TIER-SPEND TO CONTROL-VCARD-TIER-2-SPEND
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VCARD-RATE-2.

   DISPLAY "VIRTUAL CARD REBATE % EARNED AT THE TIER 2 SPEND: "
   ACCEPT ENTRY-CONTROL-VCARD-RATE

   IF ENTRY-CONTROL-VCARD-RATE NOT EQUAL CONTROL-VCARD-RATE-2

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VCARD-RATE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VCARD-RATE TO CONTROL-VCARD-RATE-2
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VCARD-TIER-3.

   DISPLAY "MONTHLY CARD SPEND THAT EARNS THE TIER 3 RATE (0 FOR NO TIER 3): "
   ACCEPT ENTRY-CONTROL-VCARD-TIER-SPEND

   IF ENTRY-CONTROL-VCARD-TIER-SPEND NOT EQUAL CONTROL-VCARD-TIER-3-SPEND

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VCARD-TIER-SPEND

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VCARD-TIER-SPEND TO CONTROL-VCARD-TIER-3-SPEND
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VCARD-RATE-3.

   DISPLAY "VIRTUAL CARD REBATE % EARNED AT THE TIER 3 SPEND: "
   ACCEPT ENTRY-CONTROL-VCARD-RATE

   IF ENTRY-CONTROL-VCARD-RATE NOT EQUAL CONTROL-VCARD-RATE-3

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VCARD-RATE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VCARD-RATE TO CONTROL-VCARD-RATE-3
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-PASSWORD-EXPIRY.

   DISPLAY "DAYS BEFORE A PASSWORD MUST BE CHANGED (0 FOR THE DEFAULT OF 90): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-PASSWORD-EXPIRY-DAYS

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-PASSWORD-EXPIRY-DAYS
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-LOCKOUT-ATTEMPTS.

   DISPLAY "FAILED SIGN-ONS BEFORE A USER IS LOCKED, 1-99 (0 FOR THE DEFAULT OF 5): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE GREATER THAN 99
      DISPLAY "NO MORE THAN 99 ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-LOCKOUT-ATTEMPTS

         DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

         MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE

         IF SAVING-IS-CONFIRMED
            MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-LOCKOUT-ATTEMPTS
            PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-PASSWORD-HISTORY.

   DISPLAY "PREVIOUS PASSWORDS THAT MAY NOT BE REUSED, 1-5 (0 FOR THE DEFAULT OF 5): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE GREATER THAN 5
      DISPLAY "NO MORE THAN 5 ARE KEPT ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-PASSWORD-HISTORY

         DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

         MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE

         IF SAVING-IS-CONFIRMED
            MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-PASSWORD-HISTORY
            PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-IDLE-TIMEOUT.

   DISPLAY "MINUTES IDLE BEFORE A SESSION IS ENDED (0 FOR THE DEFAULT OF 30): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-IDLE-TIMEOUT-MINUTES

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-IDLE-TIMEOUT-MINUTES
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-DUAL-APPROVAL.

   DISPLAY "VOUCHERS AT OR OVER THIS AMOUNT NEED TWO APPROVERS (0 FOR NEVER): "
   ACCEPT ENTRY-CONTROL-DUAL-APPROVAL

   IF ENTRY-CONTROL-DUAL-APPROVAL NOT EQUAL CONTROL-DUAL-APPROVAL-AMOUNT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-DUAL-APPROVAL

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-DUAL-APPROVAL TO CONTROL-DUAL-APPROVAL-AMOUNT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-STEP-OVERRUN.

   DISPLAY "PERCENT OVER ITS AVERAGE BEFORE A BATCH STEP IS REPORTED (0 FOR NONE): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-STEP-OVERRUN-PERCENT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-STEP-OVERRUN-PERCENT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-BATCH-CUTOFF.

   DISPLAY "TIME THE NIGHTLY BATCH MUST BE FINISHED BY, HHMM (0 FOR NONE): "
   MOVE ZEROS TO ENTRY-CONTROL-CUTOFF-TIME
   ACCEPT ENTRY-CONTROL-CUTOFF-TIME

   IF NOT VALID-CUTOFF-TIME OR ENTRY-CONTROL-CUTOFF-TIME(3:2) > "59"
      DISPLAY "INVALID TIME ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
   IF ENTRY-CONTROL-CUTOFF-TIME NOT EQUAL CONTROL-BATCH-CUTOFF-TIME

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-CUTOFF-TIME

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-CUTOFF-TIME TO CONTROL-BATCH-CUTOFF-TIME
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VAT-GL-ACCT.

   DISPLAY "GL ACCOUNT FOR RECLAIMABLE INPUT VAT/GST (SPACES FOR NONE): "
   ACCEPT ENTRY-CONTROL-VAT-GL-ACCT
   INSPECT ENTRY-CONTROL-VAT-GL-ACCT CONVERTING LOWER-ALPHA TO UPPER-ALPHA

   IF ENTRY-CONTROL-VAT-GL-ACCT NOT EQUAL CONTROL-VAT-RECLAIM-ACCT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VAT-GL-ACCT

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VAT-GL-ACCT TO CONTROL-VAT-RECLAIM-ACCT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________
GET-SAVE-CONTROL-NETTING-ACCT.

   DISPLAY "GL ACCOUNT TO CLEAR RECEIVABLES NETTED AGAINST PAYABLES (SPACES FOR NONE): "
   ACCEPT ENTRY-CONTROL-NETTING-ACCT
   INSPECT ENTRY-CONTROL-NETTING-ACCT CONVERTING LOWER-ALPHA TO UPPER-ALPHA

   IF ENTRY-CONTROL-NETTING-ACCT NOT EQUAL CONTROL-AR-NETTING-ACCT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-NETTING-ACCT

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-NETTING-ACCT TO CONTROL-AR-NETTING-ACCT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-PPAY-CUTOFF.

   DISPLAY "TIME THE BANK NEEDS POSITIVE-PAY DECISIONS BY, HHMM (0 FOR NONE): "
   MOVE ZEROS TO ENTRY-CONTROL-CUTOFF-TIME
   ACCEPT ENTRY-CONTROL-CUTOFF-TIME

   IF NOT VALID-CUTOFF-TIME OR ENTRY-CONTROL-CUTOFF-TIME(3:2) > "59"
      DISPLAY "INVALID TIME ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
   IF ENTRY-CONTROL-CUTOFF-TIME NOT EQUAL CONTROL-PPAY-CUTOFF-TIME

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-CUTOFF-TIME

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-CUTOFF-TIME TO CONTROL-PPAY-CUTOFF-TIME
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-INBOX-ESCALATE.

   DISPLAY "DAYS AN INBOX ITEM MAY WAIT BEFORE THE DIGEST ESCALATES IT (0 FOR NEVER): "
   MOVE ZEROS TO ENTRY-CONTROL-POLICY-VALUE
   ACCEPT ENTRY-CONTROL-POLICY-VALUE

   IF ENTRY-CONTROL-POLICY-VALUE NOT EQUAL CONTROL-INBOX-ESCALATE-DAYS

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-POLICY-VALUE

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-POLICY-VALUE TO CONTROL-INBOX-ESCALATE-DAYS
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-VERIFY-AMOUNT.

   DISPLAY "VOUCHERS OVER THIS AMOUNT MUST BE RE-KEYED BY A SECOND USER (0 FOR NEVER): "
   MOVE ZEROS TO ENTRY-CONTROL-VERIFY-AMOUNT
   ACCEPT ENTRY-CONTROL-VERIFY-AMOUNT

   IF ENTRY-CONTROL-VERIFY-AMOUNT NOT EQUAL CONTROL-VERIFY-AMOUNT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-VERIFY-AMOUNT

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-VERIFY-AMOUNT TO CONTROL-VERIFY-AMOUNT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-DEPOSIT-ACCT.

   DISPLAY "GL ASSET ACCOUNT FOR DEPOSITS PAID TO VENDORS (SPACES FOR NONE): "
   ACCEPT ENTRY-CONTROL-DEPOSIT-ACCT
   INSPECT ENTRY-CONTROL-DEPOSIT-ACCT CONVERTING LOWER-ALPHA TO UPPER-ALPHA

   IF ENTRY-CONTROL-DEPOSIT-ACCT NOT EQUAL CONTROL-DEPOSIT-GL-ACCT

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-DEPOSIT-ACCT

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-DEPOSIT-ACCT TO CONTROL-DEPOSIT-GL-ACCT
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

GET-SAVE-CONTROL-ONE-TIME-VENDOR.

   DISPLAY "RESERVED VENDOR FOR ONE-TIME PAYEE VOUCHERS (0 FOR NONE): "
   MOVE ZEROS TO ENTRY-CONTROL-ONE-TIME-VENDOR
   ACCEPT ENTRY-CONTROL-ONE-TIME-VENDOR

*>   The one-time payees are paid by check to the address on each
*>   voucher, so the reserved vendor must exist and pay by check.
   MOVE "Y" TO W-VALID-ANSWER.
   IF ENTRY-CONTROL-ONE-TIME-VENDOR NOT EQUAL ZEROS
      OPEN INPUT VENDOR-FILE
      MOVE ENTRY-CONTROL-ONE-TIME-VENDOR TO VENDOR-NUMBER
      READ VENDOR-FILE RECORD
         INVALID KEY
            DISPLAY "VENDOR NOT FOUND ! <ENTER> TO CONTINUE"
            ACCEPT DUMMY
            MOVE "N" TO W-VALID-ANSWER
         NOT INVALID KEY
            IF NOT VENDOR-PAYS-BY-CHECK
               DISPLAY "THE ONE-TIME PAYEE VENDOR MUST PAY BY CHECK ! <ENTER> TO CONTINUE"
               ACCEPT DUMMY
               MOVE "N" TO W-VALID-ANSWER
            END-IF
      END-READ
      CLOSE VENDOR-FILE.

   IF SAVING-IS-CONFIRMED
      AND ENTRY-CONTROL-ONE-TIME-VENDOR NOT EQUAL CONTROL-ONE-TIME-VENDOR

      DISPLAY "NEW VALUE INFORMED: " ENTRY-CONTROL-ONE-TIME-VENDOR

      MOVE "DO YOU WANT TO SAVE THE NEW VALUE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE

      IF SAVING-IS-CONFIRMED
         MOVE ENTRY-CONTROL-ONE-TIME-VENDOR TO CONTROL-ONE-TIME-VENDOR
         PERFORM SAVE-CHANGES-ON-CONTROL-RECORD.
*>_________________________________________________________________________

SAVE-CHANGES-ON-CONTROL-RECORD.

   PERFORM WRITE-CONTROL-FILE-ONLY-RECORD.
      MOVE ZEROS TO CONTROL-WIRE-FEE-AMOUNT
      MOVE ZEROS TO CONTROL-LAST-WIRE-REF
      MOVE ZEROS TO CONTROL-PO-APPROVAL-LIMIT
      MOVE ZEROS TO CONTROL-LAST-VCARD-REF
      MOVE ZEROS TO CONTROL-VCARD-RATE-1 CONTROL-VCARD-TIER-2-SPEND
                    CONTROL-VCARD-RATE-2 CONTROL-VCARD-TIER-3-SPEND
                    CONTROL-VCARD-RATE-3
      MOVE ZEROS TO CONTROL-PASSWORD-EXPIRY-DAYS CONTROL-LOCKOUT-ATTEMPTS
                    CONTROL-PASSWORD-HISTORY CONTROL-IDLE-TIMEOUT-MINUTES
      MOVE ZEROS TO CONTROL-DUAL-APPROVAL-AMOUNT
      MOVE ZEROS TO CONTROL-STEP-OVERRUN-PERCENT CONTROL-BATCH-CUTOFF-TIME
      MOVE ZEROS TO CONTROL-PPAY-CUTOFF-TIME
      MOVE ZEROS TO CONTROL-INBOX-ESCALATE-DAYS
      MOVE ZEROS TO CONTROL-VERIFY-AMOUNT
      MOVE ZEROS TO CONTROL-ONE-TIME-VENDOR
      WRITE CONTROL-RECORD
         INVALID KEY
            DISPLAY "*** ERROR CREATING THE CONTROL RECORD ! ***"
