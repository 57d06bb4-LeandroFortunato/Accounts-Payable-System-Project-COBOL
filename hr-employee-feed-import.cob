IDENTIFICATION DIVISION.
PROGRAM-ID. hr-employee-feed-import.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLEMP.CBL".
      COPY "SLEXPRPT.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCBLOG.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

      SELECT HR-FEED-FILE
             ASSIGN TO "hr-employee-feed.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "hr-employee-feed-exceptions.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDEMP.CBL".
      COPY "FDEXPRPT.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCBLOG.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

      FD HR-FEED-FILE
         LABEL RECORDS ARE OMITTED.
*>    The HR system's nightly employee extract: one line per hire (H),
*>    termination (T) or change (C). On a change a blank field means
*>    HR did not send it and the value on file stands; the address
*>    block and the banking block each go in whole when sent.
      01 HR-FEED-RECORD.
         05 HR-ACTION              PIC X(01).
            88 HR-IS-HIRE          VALUE "H".
            88 HR-IS-TERMINATION   VALUE "T".
            88 HR-IS-CHANGE        VALUE "C".
         05 FILLER                 PIC X(01).
         05 HR-EMP-NUMBER          PIC 9(05).
         05 FILLER                 PIC X(01).
         05 HR-EFFECTIVE-DATE      PIC 9(08).
         05 FILLER                 PIC X(01).
         05 HR-NAME                PIC X(30).
         05 FILLER                 PIC X(01).
         05 HR-ADDRESS-1           PIC X(30).
         05 FILLER                 PIC X(01).
         05 HR-ADDRESS-2           PIC X(30).
         05 FILLER                 PIC X(01).
         05 HR-CITY                PIC X(20).
         05 FILLER                 PIC X(01).
         05 HR-STATE               PIC X(02).
         05 FILLER                 PIC X(01).
         05 HR-ZIP                 PIC X(10).
         05 FILLER                 PIC X(01).
         05 HR-SUPERVISOR          PIC X(10).
         05 FILLER                 PIC X(01).
         05 HR-PAYMENT-METHOD      PIC X(05).
         05 FILLER                 PIC X(01).
         05 HR-BANK-ROUTING        PIC X(09).
         05 FILLER                 PIC X(01).
         05 HR-BANK-ACCOUNT        PIC X(17).
         05 FILLER                 PIC X(01).
         05 HR-BANK-ACCOUNT-TYPE   PIC X(08).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(110).

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-REPORTS                  PIC X.
         88 END-OF-REPORTS                VALUE "Y".

      01 W-END-OF-CBLOG                    PIC X.
         88 END-OF-CBLOG                  VALUE "Y".

      01 W-FOUND-EMP-RECORD                PIC X.
         88 FOUND-EMP-RECORD              VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-BANKING-CHANGED                 PIC X.
         88 BANKING-CHANGED               VALUE "Y".

      01 W-BATCH-MODE-FLAG                 PIC X.
         88 BATCH-MODE                    VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 RUN-IS-CONFIRMED              VALUE "Y".

      77 W-HIRED-COUNT                     PIC 9(6).
      77 W-REHIRED-COUNT                   PIC 9(6).
      77 W-CHANGED-COUNT                   PIC 9(6).
      77 W-TERMINATED-COUNT                PIC 9(6).
      77 W-HELD-COUNT                      PIC 9(6).
      77 W-UNHELD-COUNT                    PIC 9(6).
      77 W-CALLBACK-COUNT                  PIC 9(6).
      77 W-EXCEPTION-COUNT                 PIC 9(6).
      77 W-NEXT-PAYEE-VENDOR               PIC 9(5).
      77 W-NEXT-CBLOG-SEQ                  PIC 9(03).
      77 W-EXCEPTION-TEXT                  PIC X(50).

*>    The employee as it stood before the feed touched it - for the
*>    audit before-image and to tell whether HR changed the banking.
      01 BK-EMP-RECORD.
         05 BK-EMP-NUMBER                  PIC 9(05).
         05 BK-EMP-NAME                    PIC X(30).
         05 BK-EMP-ADDRESS-1               PIC X(30).
         05 BK-EMP-ADDRESS-2               PIC X(30).
         05 BK-EMP-CITY                    PIC X(20).
         05 BK-EMP-STATE                   PIC X(02).
         05 BK-EMP-ZIP                     PIC X(10).
         05 BK-EMP-SUPERVISOR              PIC X(10).
         05 BK-EMP-PAYMENT-METHOD          PIC X(05).
         05 BK-EMP-BANK-ROUTING            PIC X(09).
         05 BK-EMP-BANK-ACCOUNT            PIC X(17).
         05 BK-EMP-BANK-ACCOUNT-TYPE       PIC X(08).
         05 BK-EMP-STATUS                  PIC X(08).
         05 BK-EMP-PAYEE-VENDOR            PIC 9(05).

      77 BK-EXPRPT-RECORD                  PIC X(512).
      77 BK-VENDOR-RECORD                  PIC X(512).

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

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE SPACES TO W-BATCH-MODE-FLAG.
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   IF BATCH-MODE
      MOVE "Y" TO W-VALID-ANSWER *> unattended runs never wait on a prompt
   ELSE
      PERFORM CLEAR-SCREEN
      DISPLAY "                 HR EMPLOYEE FEED IMPORT"
      DISPLAY " "
      DISPLAY "READS HR-EMPLOYEE-FEED.TXT AND APPLIES EACH HIRE, TERMINATION"
      DISPLAY "AND CHANGE TO THE EMPLOYEE FILE; LINES THAT CANNOT BE MATCHED"
      DISPLAY "GO TO HR-EMPLOYEE-FEED-EXCEPTIONS.PRN."
      DISPLAY " "
      MOVE "DO YOU CONFIRM RUNNING THE IMPORT ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM CONFIRM-EXECUTION
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF RUN-IS-CONFIRMED
      MOVE 0 TO W-HIRED-COUNT
      MOVE 0 TO W-REHIRED-COUNT
      MOVE 0 TO W-CHANGED-COUNT
      MOVE 0 TO W-TERMINATED-COUNT
      MOVE 0 TO W-HELD-COUNT
      MOVE 0 TO W-UNHELD-COUNT
      MOVE 0 TO W-CALLBACK-COUNT
      MOVE 0 TO W-EXCEPTION-COUNT
      MOVE "N" TO W-END-OF-FILE

      OPEN I-O EMPLOYEE-FILE
      OPEN I-O EXPENSE-REPORT-FILE
      OPEN I-O VENDOR-FILE
      OPEN I-O CALLBACK-LOG-FILE
      OPEN EXTEND SYSTEM-AUDIT-FILE
      OPEN INPUT HR-FEED-FILE
      OPEN OUTPUT PRINTER-FILE

      MOVE SPACES TO PRINTER-RECORD
      STRING "HR EMPLOYEE FEED - RECORDS THAT COULD NOT BE APPLIED - "
             W-DAY-TODAY
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD
      MOVE SPACES TO PRINTER-RECORD
      WRITE PRINTER-RECORD

      PERFORM IMPORT-NEXT-FEED-LINE UNTIL END-OF-FILE

      IF W-EXCEPTION-COUNT EQUAL ZEROS
         MOVE "( EVERY RECORD APPLIED CLEAN )" TO PRINTER-RECORD
         WRITE PRINTER-RECORD
      END-IF

      PERFORM PRINT-FEED-TOTALS

      CLOSE EMPLOYEE-FILE
      CLOSE EXPENSE-REPORT-FILE
      CLOSE VENDOR-FILE
      CLOSE CALLBACK-LOG-FILE
      CLOSE SYSTEM-AUDIT-FILE
      CLOSE HR-FEED-FILE
      CLOSE PRINTER-FILE

      DISPLAY W-HIRED-COUNT " HIRED, " W-REHIRED-COUNT " REHIRED, "
              W-CHANGED-COUNT " CHANGED, " W-TERMINATED-COUNT " TERMINATED."
      DISPLAY W-HELD-COUNT " EXPENSE REPORT(S) HELD, "
              W-CALLBACK-COUNT " BANKING CHANGE(S) AWAITING CALLBACK, "
              W-EXCEPTION-COUNT " EXCEPTION(S)."
      IF NOT BATCH-MODE
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY
      END-IF
   END-IF.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

IMPORT-NEXT-FEED-LINE.

   READ HR-FEED-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         PERFORM IMPORT-ONE-FEED-LINE
   END-READ.
*>_________________________________________________________________________

IMPORT-ONE-FEED-LINE.

   INSPECT HR-ACTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF HR-EMP-NUMBER NOT NUMERIC OR HR-EMP-NUMBER EQUAL ZEROS
      MOVE "EMPLOYEE NUMBER MISSING OR NOT NUMERIC" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
   IF NOT HR-IS-HIRE AND NOT HR-IS-TERMINATION AND NOT HR-IS-CHANGE
      MOVE "ACTION CODE IS NOT H, T OR C" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
      MOVE HR-EMP-NUMBER TO EMP-NUMBER
      MOVE "Y" TO W-FOUND-EMP-RECORD
      READ EMPLOYEE-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-EMP-RECORD
      END-READ
      IF HR-IS-HIRE
         PERFORM APPLY-FEED-HIRE
      ELSE
      IF HR-IS-TERMINATION
         PERFORM APPLY-FEED-TERMINATION
      ELSE
         PERFORM APPLY-FEED-CHANGE.
*>_________________________________________________________________________

APPLY-FEED-HIRE.

*>   A hire already on file and still active is a duplicate from HR;
*>   one on file but inactive is a rehire and comes back to life with
*>   the reports that were held when they left.

   IF FOUND-EMP-RECORD AND EMP-IS-ACTIVE
      MOVE "HIRE FOR AN EMPLOYEE ALREADY ACTIVE ON FILE" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
   IF FOUND-EMP-RECORD
      MOVE EMP-RECORD TO BK-EMP-RECORD
      PERFORM APPLY-FEED-FIELDS
      MOVE "ACTIVE" TO EMP-STATUS
      PERFORM REWRITE-FEED-EMPLOYEE
      IF FOUND-EMP-RECORD
         ADD 1 TO W-REHIRED-COUNT
         PERFORM RELEASE-HELD-REPORTS
      END-IF
   ELSE
   IF HR-NAME EQUAL SPACES
      MOVE "HIRE SENT WITHOUT AN EMPLOYEE NAME" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
      MOVE SPACES TO EMP-RECORD
      MOVE HR-EMP-NUMBER TO EMP-NUMBER
      MOVE ZEROS TO EMP-PAYEE-VENDOR
      MOVE "CHECK" TO EMP-PAYMENT-METHOD
      MOVE EMP-RECORD TO BK-EMP-RECORD
      PERFORM APPLY-FEED-FIELDS
      MOVE "ACTIVE" TO EMP-STATUS
      WRITE EMP-RECORD
         INVALID KEY
            MOVE "ERROR WRITING THE EMPLOYEE RECORD" TO W-EXCEPTION-TEXT
            PERFORM REPORT-FEED-EXCEPTION
         NOT INVALID KEY
            ADD 1 TO W-HIRED-COUNT
            MOVE "EMPLOYEE"     TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"          TO W-SYSAUD-ACTION
            MOVE EMP-NUMBER     TO W-SYSAUD-KEY
            MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
            MOVE EMP-RECORD     TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-WRITE.
*>_________________________________________________________________________

APPLY-FEED-TERMINATION.

   IF NOT FOUND-EMP-RECORD
      MOVE "TERMINATION FOR AN EMPLOYEE NOT ON FILE" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
   IF EMP-IS-INACTIVE
      MOVE "TERMINATION FOR AN EMPLOYEE ALREADY INACTIVE" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
      MOVE EMP-RECORD TO BK-EMP-RECORD
      MOVE "INACTIVE" TO EMP-STATUS
      PERFORM REWRITE-FEED-EMPLOYEE
      IF FOUND-EMP-RECORD
         ADD 1 TO W-TERMINATED-COUNT
         PERFORM HOLD-OPEN-REPORTS.
*>_________________________________________________________________________

APPLY-FEED-CHANGE.

   IF NOT FOUND-EMP-RECORD
      MOVE "CHANGE FOR AN EMPLOYEE NOT ON FILE" TO W-EXCEPTION-TEXT
      PERFORM REPORT-FEED-EXCEPTION
   ELSE
      MOVE EMP-RECORD TO BK-EMP-RECORD
      PERFORM APPLY-FEED-FIELDS
      PERFORM REWRITE-FEED-EMPLOYEE
      IF FOUND-EMP-RECORD
         ADD 1 TO W-CHANGED-COUNT.
*>_________________________________________________________________________

APPLY-FEED-FIELDS.

   IF HR-NAME NOT EQUAL SPACES
      MOVE HR-NAME TO EMP-NAME
      INSPECT EMP-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF HR-ADDRESS-1 NOT EQUAL SPACES
      MOVE HR-ADDRESS-1 TO EMP-ADDRESS-1
      MOVE HR-ADDRESS-2 TO EMP-ADDRESS-2
      MOVE HR-CITY      TO EMP-CITY
      MOVE HR-STATE     TO EMP-STATE
      MOVE HR-ZIP       TO EMP-ZIP
      INSPECT EMP-ADDRESS-1 CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      INSPECT EMP-ADDRESS-2 CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      INSPECT EMP-CITY CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      INSPECT EMP-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF HR-SUPERVISOR NOT EQUAL SPACES
      MOVE HR-SUPERVISOR TO EMP-SUPERVISOR.

   IF HR-PAYMENT-METHOD NOT EQUAL SPACES
      MOVE HR-PAYMENT-METHOD TO EMP-PAYMENT-METHOD
      INSPECT EMP-PAYMENT-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF HR-BANK-ROUTING NOT EQUAL SPACES
      OR HR-BANK-ACCOUNT NOT EQUAL SPACES
      MOVE HR-BANK-ROUTING TO EMP-BANK-ROUTING
      MOVE HR-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
      IF HR-BANK-ACCOUNT-TYPE EQUAL SPACES
         MOVE "CHECKING" TO EMP-BANK-ACCOUNT-TYPE
      ELSE
         MOVE HR-BANK-ACCOUNT-TYPE TO EMP-BANK-ACCOUNT-TYPE
         INSPECT EMP-BANK-ACCOUNT-TYPE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

REWRITE-FEED-EMPLOYEE.

*>   FOUND-EMP-RECORD doubles as the outcome: it is cleared when the
*>   rewrite fails so the caller counts nothing.

   MOVE "N" TO W-BANKING-CHANGED.
   IF EMP-BANK-ROUTING NOT EQUAL BK-EMP-BANK-ROUTING
      OR EMP-BANK-ACCOUNT NOT EQUAL BK-EMP-BANK-ACCOUNT
      MOVE "Y" TO W-BANKING-CHANGED.

   REWRITE EMP-RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-EMP-RECORD
         MOVE "ERROR REWRITING THE EMPLOYEE RECORD" TO W-EXCEPTION-TEXT
         PERFORM REPORT-FEED-EXCEPTION
      NOT INVALID KEY
         MOVE "EMPLOYEE"     TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE EMP-NUMBER     TO W-SYSAUD-KEY
         MOVE BK-EMP-RECORD  TO W-SYSAUD-BEFORE-IMAGE
         MOVE EMP-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         IF BANKING-CHANGED
            PERFORM ROUTE-BANKING-TO-CALLBACK
         END-IF
   END-REWRITE.
*>_________________________________________________________________________

ROUTE-BANKING-TO-CALLBACK.

*>   New banking from HR is held exactly like a keyed vendor change:
*>   the employee's shadow payee vendor carries the hold and the
*>   callback log the entry, so a user phones the employee at a
*>   known-good number (vendor maintenance, bank change callbacks)
*>   before any electronic reimbursement goes to the new account.
*>   An employee never reimbursed yet gets the shadow vendor now, so
*>   the hold has somewhere to live.

   IF EMP-PAYEE-VENDOR EQUAL ZEROS
      PERFORM FIND-FREE-PAYEE-VENDOR
      IF W-NEXT-PAYEE-VENDOR EQUAL ZEROS
         MOVE "NO FREE PAYEE VENDOR - BANKING CHANGE NOT HELD"
           TO W-EXCEPTION-TEXT
         PERFORM REPORT-FEED-EXCEPTION
      ELSE
         MOVE W-NEXT-PAYEE-VENDOR TO EMP-PAYEE-VENDOR
         REWRITE EMP-RECORD
            INVALID KEY
               MOVE ZEROS TO EMP-PAYEE-VENDOR
               MOVE "ERROR SAVING THE PAYEE VENDOR ON THE EMPLOYEE"
                 TO W-EXCEPTION-TEXT
               PERFORM REPORT-FEED-EXCEPTION
         END-REWRITE
      END-IF
   END-IF.

   IF EMP-PAYEE-VENDOR NOT EQUAL ZEROS
      MOVE EMP-PAYEE-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF FOUND-VENDOR-RECORD
         MOVE VENDOR-RECORD TO BK-VENDOR-RECORD
         PERFORM FILL-SHADOW-VENDOR-FIELDS
         PERFORM START-CALLBACK-HOLD
         REWRITE VENDOR-RECORD
            INVALID KEY
               MOVE "ERROR HOLDING THE SHADOW PAYEE VENDOR"
                 TO W-EXCEPTION-TEXT
               PERFORM REPORT-FEED-EXCEPTION
            NOT INVALID KEY
               MOVE "VENDOR"         TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"         TO W-SYSAUD-ACTION
               MOVE VENDOR-NUMBER    TO W-SYSAUD-KEY
               MOVE BK-VENDOR-RECORD TO W-SYSAUD-BEFORE-IMAGE
               MOVE VENDOR-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               PERFORM LOG-BANKING-CHANGE-FOR-CALLBACK
         END-REWRITE
      ELSE
         MOVE SPACES TO VENDOR-RECORD
         MOVE EMP-PAYEE-VENDOR TO VENDOR-NUMBER
         PERFORM FILL-SHADOW-VENDOR-FIELDS
         PERFORM START-CALLBACK-HOLD
         WRITE VENDOR-RECORD
            INVALID KEY
               MOVE "ERROR CREATING THE SHADOW PAYEE VENDOR"
                 TO W-EXCEPTION-TEXT
               PERFORM REPORT-FEED-EXCEPTION
            NOT INVALID KEY
               MOVE "VENDOR"         TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"            TO W-SYSAUD-ACTION
               MOVE VENDOR-NUMBER    TO W-SYSAUD-KEY
               MOVE SPACES           TO W-SYSAUD-BEFORE-IMAGE
               MOVE VENDOR-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               PERFORM LOG-BANKING-CHANGE-FOR-CALLBACK
         END-WRITE
      END-IF
   END-IF.
*>_________________________________________________________________________

START-CALLBACK-HOLD.

   MOVE "PENDING"   TO VENDOR-BANK-VERIFY-STATUS.
   MOVE W-DAY-TODAY TO VENDOR-BANK-CHANGED-DATE.
*>_________________________________________________________________________

LOG-BANKING-CHANGE-FOR-CALLBACK.

*>   Keyed by the feed rather than a user, so whoever signs on to
*>   make the callback is always the second pair of eyes.

   PERFORM FIND-NEXT-CBLOG-SEQ.

   MOVE SPACES              TO CBLOG-RECORD.
   MOVE VENDOR-NUMBER       TO CBLOG-VENDOR.
   MOVE W-NEXT-CBLOG-SEQ    TO CBLOG-SEQ.
   MOVE W-DAY-TODAY         TO CBLOG-CHANGE-DATE.
   MOVE "HR-FEED"           TO CBLOG-CHANGED-BY.
   IF EMP-BANK-ROUTING NOT EQUAL BK-EMP-BANK-ROUTING
      MOVE "BANK ROUTING" TO CBLOG-FIELD-CHANGED
   ELSE
      MOVE "BANK ACCOUNT" TO CBLOG-FIELD-CHANGED.
   MOVE VENDOR-BANK-ROUTING TO CBLOG-NEW-ROUTING.
   MOVE VENDOR-BANK-ACCOUNT TO CBLOG-NEW-ACCOUNT.
   MOVE "PENDING"           TO CBLOG-STATUS.
   MOVE ZEROS               TO CBLOG-VERIFY-DATE.

   WRITE CBLOG-RECORD
      INVALID KEY
         MOVE "ERROR WRITING THE CALLBACK-LOG ENTRY" TO W-EXCEPTION-TEXT
         PERFORM REPORT-FEED-EXCEPTION
      NOT INVALID KEY
         ADD 1 TO W-CALLBACK-COUNT
   END-WRITE.
*>_________________________________________________________________________

FIND-NEXT-CBLOG-SEQ.

   MOVE ZEROS TO W-NEXT-CBLOG-SEQ.
   MOVE "N" TO W-END-OF-CBLOG.
   MOVE VENDOR-NUMBER TO CBLOG-VENDOR.
   MOVE ZEROS TO CBLOG-SEQ.
   START CALLBACK-LOG-FILE KEY IS NOT LESS THAN CBLOG-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-CBLOG.

   PERFORM SCAN-NEXT-CBLOG-SEQ UNTIL END-OF-CBLOG.
   ADD 1 TO W-NEXT-CBLOG-SEQ.
*>_________________________________________________________________________

SCAN-NEXT-CBLOG-SEQ.

   READ CALLBACK-LOG-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-CBLOG
      NOT AT END
         IF CBLOG-VENDOR NOT EQUAL VENDOR-NUMBER
            MOVE "Y" TO W-END-OF-CBLOG
         ELSE
            MOVE CBLOG-SEQ TO W-NEXT-CBLOG-SEQ
         END-IF
   END-READ.
*>_________________________________________________________________________

FIND-FREE-PAYEE-VENDOR.

   MOVE 90000 TO W-NEXT-PAYEE-VENDOR.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.

   PERFORM TRY-NEXT-PAYEE-NUMBER
      UNTIL NOT FOUND-VENDOR-RECORD
         OR W-NEXT-PAYEE-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

TRY-NEXT-PAYEE-NUMBER.

   IF W-NEXT-PAYEE-VENDOR EQUAL 98999
      MOVE ZEROS TO W-NEXT-PAYEE-VENDOR
   ELSE
      ADD 1 TO W-NEXT-PAYEE-VENDOR
      MOVE W-NEXT-PAYEE-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD.
*>_________________________________________________________________________

FILL-SHADOW-VENDOR-FIELDS.

*>   Kept in step with expense-report-entry, which refreshes the same
*>   shadow record from the employee at every release.

   MOVE EMP-NAME              TO VENDOR-NAME.
   MOVE EMP-ADDRESS-1         TO VENDOR-ADDRESS-1.
   MOVE EMP-ADDRESS-2         TO VENDOR-ADDRESS-2.
   MOVE EMP-CITY              TO VENDOR-CITY.
   MOVE EMP-STATE             TO VENDOR-STATE.
   MOVE "US"                  TO VENDOR-COUNTRY.
   MOVE EMP-ZIP               TO VENDOR-ZIP.
   MOVE EMP-NAME              TO VENDOR-CONTACT.
   MOVE SPACES                TO VENDOR-PHONE.
   MOVE SPACES                TO VENDOR-TAX-ID.
   MOVE "N"                   TO VENDOR-1099-ELIGIBLE.
   MOVE ZEROS                 TO VENDOR-DISCOUNT-PERCENT.
   MOVE ZEROS                 TO VENDOR-DISCOUNT-DAYS.
   MOVE 1                     TO VENDOR-NET-DAYS. *> reimbursements pay on the next run
   MOVE "ACTIVE"              TO VENDOR-STATUS.
   MOVE EMP-PAYMENT-METHOD    TO VENDOR-PAYMENT-METHOD.
   MOVE EMP-BANK-ROUTING      TO VENDOR-BANK-ROUTING.
   MOVE EMP-BANK-ACCOUNT      TO VENDOR-BANK-ACCOUNT.
   MOVE EMP-BANK-ACCOUNT-TYPE TO VENDOR-BANK-ACCOUNT-TYPE.
   MOVE "N"                   TO VENDOR-BANK-FAILED.
   MOVE SPACES                TO VENDOR-CURRENCY.
   MOVE ZEROS                 TO VENDOR-W9-RECEIVED-DATE.
   MOVE ZEROS                 TO VENDOR-W9-EXPIRE-DATE.
   MOVE ZEROS                 TO VENDOR-MAX-OPEN-BALANCE.
   MOVE SPACES                TO VENDOR-REMIT-NAME.
   MOVE SPACES                TO VENDOR-REMIT-ADDRESS-1.
   MOVE SPACES                TO VENDOR-REMIT-ADDRESS-2.
   MOVE SPACES                TO VENDOR-REMIT-CITY.
   MOVE SPACES                TO VENDOR-REMIT-STATE.
   MOVE SPACES                TO VENDOR-REMIT-ZIP.
   MOVE "CLEARED"             TO VENDOR-PRENOTE-STATUS.
   MOVE ZEROS                 TO VENDOR-PRENOTE-DATE.
   MOVE SPACES                TO VENDOR-TIN-MATCH-STATUS.
*>_________________________________________________________________________

HOLD-OPEN-REPORTS.

*>   Anything not yet released into the payment rails stops where it
*>   is; the status it stood at is kept for a rehire.

   MOVE "N" TO W-END-OF-REPORTS.
   MOVE ZEROS TO EXPRPT-NUMBER.
   START EXPENSE-REPORT-FILE KEY IS NOT LESS THAN EXPRPT-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-REPORTS.

   PERFORM HOLD-NEXT-OPEN-REPORT UNTIL END-OF-REPORTS.
*>_________________________________________________________________________

HOLD-NEXT-OPEN-REPORT.

   READ EXPENSE-REPORT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-REPORTS
      NOT AT END
         IF EXPRPT-EMPLOYEE EQUAL EMP-NUMBER
            AND (EXPRPT-IS-ENTERED OR EXPRPT-IS-APPROVED)
            MOVE EXPRPT-RECORD TO BK-EXPRPT-RECORD
            MOVE EXPRPT-STATUS TO EXPRPT-HELD-FROM-STATUS
            MOVE "HELD"        TO EXPRPT-STATUS
            PERFORM REWRITE-HELD-REPORT
            IF EXPRPT-IS-HELD
               ADD 1 TO W-HELD-COUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

RELEASE-HELD-REPORTS.

   MOVE "N" TO W-END-OF-REPORTS.
   MOVE ZEROS TO EXPRPT-NUMBER.
   START EXPENSE-REPORT-FILE KEY IS NOT LESS THAN EXPRPT-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-REPORTS.

   PERFORM RELEASE-NEXT-HELD-REPORT UNTIL END-OF-REPORTS.
*>_________________________________________________________________________

RELEASE-NEXT-HELD-REPORT.

   READ EXPENSE-REPORT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-REPORTS
      NOT AT END
         IF EXPRPT-EMPLOYEE EQUAL EMP-NUMBER AND EXPRPT-IS-HELD
            MOVE EXPRPT-RECORD TO BK-EXPRPT-RECORD
            IF EXPRPT-HELD-FROM-STATUS EQUAL "APPROVED"
               MOVE "APPROVED" TO EXPRPT-STATUS
            ELSE
               MOVE "ENTERED"  TO EXPRPT-STATUS
            END-IF
            MOVE SPACES TO EXPRPT-HELD-FROM-STATUS
            PERFORM REWRITE-HELD-REPORT
            IF NOT EXPRPT-IS-HELD
               ADD 1 TO W-UNHELD-COUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

REWRITE-HELD-REPORT.

*>   On a failed rewrite the record goes back to its before-image so
*>   the caller's status test counts nothing.

   REWRITE EXPRPT-RECORD
      INVALID KEY
         MOVE BK-EXPRPT-RECORD TO EXPRPT-RECORD
         MOVE "ERROR REWRITING AN EXPENSE REPORT" TO W-EXCEPTION-TEXT
         PERFORM REPORT-FEED-EXCEPTION
      NOT INVALID KEY
         MOVE "EXPREPORT"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"         TO W-SYSAUD-ACTION
         MOVE EXPRPT-NUMBER    TO W-SYSAUD-KEY
         MOVE BK-EXPRPT-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE EXPRPT-RECORD    TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

REPORT-FEED-EXCEPTION.

   ADD 1 TO W-EXCEPTION-COUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING HR-ACTION " " HR-EMP-NUMBER " " HR-NAME " "
          W-EXCEPTION-TEXT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-FEED-TOTALS.

   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "HIRED " W-HIRED-COUNT "   REHIRED " W-REHIRED-COUNT
          "   CHANGED " W-CHANGED-COUNT
          "   TERMINATED " W-TERMINATED-COUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "EXPENSE REPORTS HELD " W-HELD-COUNT
          "   RETURNED ON REHIRE " W-UNHELD-COUNT
          "   BANKING CHANGES AWAITING CALLBACK " W-CALLBACK-COUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "EXCEPTIONS " W-EXCEPTION-COUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
*>_________________________________________________________________________
