IDENTIFICATION DIVISION.
PROGRAM-ID. record-extend-migration.
*>
*>  One-time conversion for the records that grew new fields at their
*>  end: control, user, session, exception-log, chart-of-accounts,
*>  purchase-order, PO-receiving, payment-run, bank-account,
*>  check-stock, state and expense-report. Run through
*>  migrate-record-layouts.sh: the script first renames every affected
*>  live file to <name>-v1, then this program reads each -v1 file with
*>  the OLD layouts below and rewrites it under the live name with the
*>  extended layouts from the copybooks. Every old field is carried
*>  over as it was; the new numeric fields start at zero and the new
*>  alphanumeric fields at spaces, which every program reads as "not
*>  set". The -v1 files stay behind as the fallback copies.
*>
*>  The control and expense-report files are only rebuilt when their
*>  -v1 copies are there. A site that has just run
*>  migrate-voucher-numbers.sh already has both in the extended
*>  layouts, and the script leaves them in place.
*>
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLCONTRL.CBL".
      COPY "SLUSER.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLCOA.CBL".
      COPY "SLPO.CBL".
      COPY "SLPOREC.CBL".
      COPY "SLPAYRUN.CBL".
      COPY "SLBANK.CBL".
      COPY "SLCHKSTK.CBL".
      COPY "SLSTATE.CBL".
      COPY "SLEXPRPT.CBL".

*>    The files as they sat on disk before the new fields were added.
           SELECT OPTIONAL OLD-CONTROL-FILE
                  ASSIGN TO "control-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDCT-KEY.

           SELECT OPTIONAL OLD-USER-FILE
                  ASSIGN TO "user-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDUS-ID.

           SELECT OPTIONAL OLD-SESSION-FILE
                  ASSIGN TO "session-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDSS-KEY.

           SELECT OPTIONAL OLD-EXCLOG-FILE
                  ASSIGN TO "exception-log-file-v1"
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OLD-COA-FILE
                  ASSIGN TO "chart-of-accounts-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDCA-ACCOUNT-NUMBER.

           SELECT OPTIONAL OLD-PO-FILE
                  ASSIGN TO "purchase-order-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDPO-NUMBER
                  ALTERNATE RECORD KEY IS OLDPO-VENDOR
                            WITH DUPLICATES.

           SELECT OPTIONAL OLD-POREC-FILE
                  ASSIGN TO "po-receiving-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDPR-KEY.

           SELECT OPTIONAL OLD-PAYRUN-FILE
                  ASSIGN TO "payment-run-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDPY-NUMBER.

           SELECT OPTIONAL OLD-BANK-FILE
                  ASSIGN TO "bank-account-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDBK-CODE.

           SELECT OPTIONAL OLD-CHKSTK-FILE
                  ASSIGN TO "check-stock-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDCS-RANGE-START.

           SELECT OPTIONAL OLD-STATE-FILE
                  ASSIGN TO "state-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDST-CODE.

           SELECT OPTIONAL OLD-EXPRPT-FILE
                  ASSIGN TO "expense-report-file-v1"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OLDXP-NUMBER
                  ALTERNATE RECORD KEY IS OLDXP-EMPLOYEE
                            WITH DUPLICATES.

DATA DIVISION.
   FILE SECTION.

      COPY "FDCONTRL.CBL".
      COPY "FDUSER.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDCOA.CBL".
      COPY "FDPO.CBL".
      COPY "FDPOREC.CBL".
      COPY "FDPAYRUN.CBL".
      COPY "FDBANK.CBL".
      COPY "FDCHKSTK.CBL".
      COPY "FDSTATE.CBL".
      COPY "FDEXPRPT.CBL".

      FD OLD-CONTROL-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDCT-RECORD.
         05 OLDCT-KEY               PIC 9(01).
         05 OLDCT-LAST-VOUCHER      PIC 9(07).
         05 OLDCT-COMPANY-NAME      PIC X(30).
         05 OLDCT-COMPANY-ADDRESS-1 PIC X(30).
         05 OLDCT-COMPANY-CITY      PIC X(20).
         05 OLDCT-COMPANY-STATE     PIC X(02).
         05 OLDCT-COMPANY-ZIP       PIC X(10).
         05 OLDCT-COMPANY-PHONE     PIC X(30).
         05 OLDCT-PERIOD-CLOSED-THROUGH  PIC 9(08).
         05 OLDCT-LAST-VOUCHER-CHANGE-DATE PIC 9(08).
         05 OLDCT-LAST-CHECK-NUMBER PIC 9(06).
         05 OLDCT-AP-GL-ACCOUNT     PIC X(10).
         05 OLDCT-CASH-GL-ACCOUNT   PIC X(10).
         05 OLDCT-BACKUP-WH-RATE    PIC 99V99.
         05 OLDCT-DUAL-SIG-THRESHOLD PIC 9(8)V99.
         05 OLDCT-RNI-EXPENSE-ACCT  PIC X(10).
         05 OLDCT-RNI-ACCRUAL-ACCT  PIC X(10).
         05 OLDCT-WIRE-FEE-GL-ACCT  PIC X(10).
         05 OLDCT-WIRE-FEE-AMOUNT   PIC 9(5)V99.
         05 OLDCT-LAST-WIRE-REF     PIC 9(06).
         05 OLDCT-DUE-FROM-ACCT     PIC X(10).
         05 OLDCT-DUE-TO-ACCT       PIC X(10).
         05 OLDCT-PO-APPROVAL-LIMIT PIC 9(8)V99.
         05 OLDCT-FX-GAINLOSS-ACCT  PIC X(10).
         05 OLDCT-LAST-SEPA-REF     PIC 9(06).

      FD OLD-USER-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDUS-RECORD.
         05 OLDUS-ID                PIC X(10).
         05 OLDUS-PASSWORD          PIC X(20).
         05 OLDUS-ROLE              PIC X(10).

      FD OLD-SESSION-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDSS-RECORD.
         05 OLDSS-KEY               PIC X(10).
         05 OLDSS-USER-ID           PIC X(10).
         05 OLDSS-ROLE              PIC X(10).
         05 OLDSS-LOGIN-DATE        PIC 9(08).
         05 OLDSS-LOGIN-TIME        PIC 9(06).
         05 OLDSS-COMPANY           PIC 9(01).
         05 OLDSS-ACTIVE            PIC X(01).
         05 OLDSS-TRAINING          PIC X(01).

      FD OLD-EXCLOG-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDEX-RECORD.
         05 OLDEX-PROGRAM           PIC X(20).
         05 OLDEX-OPERATION         PIC X(08).
         05 OLDEX-KEY               PIC X(15).
         05 OLDEX-LOG-DATE          PIC 9(08).
         05 OLDEX-LOG-TIME          PIC 9(06).
         05 OLDEX-STATUS            PIC X(10).
         05 OLDEX-NOTE              PIC X(40).
         05 OLDEX-RESOLVED-DATE     PIC 9(08).

      FD OLD-COA-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDCA-RECORD.
         05 OLDCA-ACCOUNT-NUMBER    PIC X(10).
         05 OLDCA-DESCRIPTION       PIC X(30).
         05 OLDCA-ACTIVE            PIC X.

      FD OLD-PO-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDPO-RECORD.
         05 OLDPO-NUMBER            PIC 9(05).
         05 OLDPO-VENDOR            PIC 9(05).
         05 OLDPO-DATE              PIC 9(08).
         05 OLDPO-DESCRIPTION       PIC X(30).
         05 OLDPO-LINE-COUNT        PIC 9.
         05 OLDPO-LINE OCCURS 5 TIMES.
            10 OLDPO-LINE-DESCRIPTION PIC X(30).
            10 OLDPO-LINE-AMOUNT    PIC S9(6)V99.
         05 OLDPO-AMOUNT            PIC S9(6)V99.
         05 OLDPO-BILLED-AMOUNT     PIC S9(6)V99.
         05 OLDPO-STATUS            PIC X(8).
         05 OLDPO-TYPE              PIC X(07).
         05 OLDPO-NTE-AMOUNT        PIC S9(7)V99.
         05 OLDPO-EXPIRY-DATE       PIC 9(08).
         05 OLDPO-APPROVAL-STATUS   PIC X(08).
         05 OLDPO-ENTERED-BY        PIC X(10).
         05 OLDPO-APPROVED-BY       PIC X(10).
         05 OLDPO-GL-ACCOUNT        PIC X(10).

      FD OLD-POREC-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDPR-RECORD.
         05 OLDPR-KEY.
            10 OLDPR-PO-NUMBER      PIC 9(05).
            10 OLDPR-PO-LINE        PIC 9(01).
            10 OLDPR-DATE           PIC 9(08).
            10 OLDPR-SEQ            PIC 9(02).
         05 OLDPR-AMOUNT            PIC S9(6)V99.
         05 OLDPR-RECEIVED-BY       PIC X(10).
         05 OLDPR-MEMO              PIC X(30).

      FD OLD-PAYRUN-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDPY-RECORD.
         05 OLDPY-NUMBER            PIC 9(06).
         05 OLDPY-DATE              PIC 9(08).
         05 OLDPY-BANK-CODE         PIC X(03).
         05 OLDPY-CHECK-START       PIC 9(06).
         05 OLDPY-CHECK-END         PIC 9(06).
         05 OLDPY-CHECK-COUNT       PIC 9(06).
         05 OLDPY-VOUCHER-COUNT     PIC 9(06).
         05 OLDPY-TOTAL-AMOUNT      PIC S9(9)V99.
         05 OLDPY-CREATED-BY        PIC X(10).
         05 OLDPY-STATUS            PIC X(08).

      FD OLD-BANK-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDBK-RECORD.
         05 OLDBK-CODE              PIC X(03).
         05 OLDBK-NAME              PIC X(30).
         05 OLDBK-ROUTING           PIC X(09).
         05 OLDBK-ACCOUNT-NUMBER    PIC X(17).
         05 OLDBK-GL-CASH-ACCOUNT   PIC X(10).
         05 OLDBK-NEXT-CHECK-NUMBER PIC 9(06).
         05 OLDBK-COMPANY           PIC 9(01).
         05 OLDBK-CURRENCY          PIC X(03).

      FD OLD-CHKSTK-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDCS-RECORD.
         05 OLDCS-RANGE-START       PIC 9(06).
         05 OLDCS-RANGE-END         PIC 9(06).
         05 OLDCS-BANK-CODE         PIC X(03).
         05 OLDCS-RECEIVED-DATE     PIC 9(08).
         05 OLDCS-ISSUED-DATE       PIC 9(08).
         05 OLDCS-STATUS            PIC X(08).

      FD OLD-STATE-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDST-RECORD.
         05 OLDST-CODE              PIC X(02).
         05 OLDST-NAME              PIC X(20).
         05 OLDST-TAX-RATE          PIC 9(02)V999.
         05 OLDST-COUNTRY           PIC X(02).

      FD OLD-EXPRPT-FILE
         LABEL RECORDS ARE STANDARD.
      01 OLDXP-RECORD.
         05 OLDXP-NUMBER            PIC 9(06).
         05 OLDXP-EMPLOYEE          PIC 9(05).
         05 OLDXP-DATE              PIC 9(08).
         05 OLDXP-LINE-COUNT        PIC 9.
         05 OLDXP-LINE OCCURS 5 TIMES.
            10 OLDXP-LINE-DATE      PIC 9(08).
            10 OLDXP-LINE-GL-ACCOUNT PIC X(10).
            10 OLDXP-LINE-DESC      PIC X(20).
            10 OLDXP-LINE-MILES     PIC 9(04).
            10 OLDXP-LINE-AMOUNT    PIC S9(5)V99.
         05 OLDXP-TOTAL             PIC S9(6)V99.
         05 OLDXP-STATUS            PIC X(08).
         05 OLDXP-ENTERED-BY        PIC X(10).
         05 OLDXP-APPROVED-BY       PIC X(10).
         05 OLDXP-VOUCHER           PIC 9(07).

   WORKING-STORAGE SECTION.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      77 W-CONVERTED-COUNT                 PIC 9(7).
      77 W-PO-LINE-INDEX                   PIC 9.
      77 W-EXP-LINE-INDEX                  PIC 9.
      77 DUMMY                             PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   DISPLAY "RECORD LAYOUT EXTENSION - NEW FIELDS ADDED AT RECORD END".
   DISPLAY "READING THE -V1 COPIES AND REBUILDING THE LIVE FILES...".
   DISPLAY " ".

   PERFORM CONVERT-CONTROL-FILE.
   PERFORM CONVERT-USER-FILE.
   PERFORM CONVERT-SESSION-FILE.
   PERFORM CONVERT-EXCLOG-FILE.
   PERFORM CONVERT-COA-FILE.
   PERFORM CONVERT-PO-FILE.
   PERFORM CONVERT-POREC-FILE.
   PERFORM CONVERT-PAYRUN-FILE.
   PERFORM CONVERT-BANK-FILE.
   PERFORM CONVERT-CHKSTK-FILE.
   PERFORM CONVERT-STATE-FILE.
   PERFORM CONVERT-EXPRPT-FILE.

   DISPLAY " ".
   DISPLAY "MIGRATION COMPLETE - THE -V1 COPIES REMAIN AS FALLBACK.".

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

CONVERT-CONTROL-FILE.

*> the control file is never legitimately empty: no -v1 records means
*> the live file was left in place, already in the extended layout
   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-CONTROL-FILE.
   READ OLD-CONTROL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
   END-READ.
   IF END-OF-FILE
      DISPLAY "CONTROL-FILE..........: NO -V1 COPY - LEFT AS IT IS"
   ELSE
      OPEN OUTPUT CONTROL-FILE
      PERFORM CONVERT-NEXT-CONTROL UNTIL END-OF-FILE
      CLOSE CONTROL-FILE
      DISPLAY "CONTROL-FILE..........: " W-CONVERTED-COUNT " RECORD(S)".
   CLOSE OLD-CONTROL-FILE.
*>_________________________________________________________________________

CONVERT-NEXT-CONTROL.

   MOVE SPACES                     TO CONTROL-RECORD.
   MOVE OLDCT-KEY                  TO CONTROL-KEY.
   MOVE OLDCT-LAST-VOUCHER         TO CONTROL-LAST-VOUCHER.
   MOVE OLDCT-COMPANY-NAME         TO CONTROL-COMPANY-NAME.
   MOVE OLDCT-COMPANY-ADDRESS-1    TO CONTROL-COMPANY-ADDRESS-1.
   MOVE OLDCT-COMPANY-CITY         TO CONTROL-COMPANY-CITY.
   MOVE OLDCT-COMPANY-STATE        TO CONTROL-COMPANY-STATE.
   MOVE OLDCT-COMPANY-ZIP          TO CONTROL-COMPANY-ZIP.
   MOVE OLDCT-COMPANY-PHONE        TO CONTROL-COMPANY-PHONE.
   MOVE OLDCT-PERIOD-CLOSED-THROUGH TO CONTROL-PERIOD-CLOSED-THROUGH.
   MOVE OLDCT-LAST-VOUCHER-CHANGE-DATE
     TO CONTROL-LAST-VOUCHER-CHANGE-DATE.
   MOVE OLDCT-LAST-CHECK-NUMBER    TO CONTROL-LAST-CHECK-NUMBER.
   MOVE OLDCT-AP-GL-ACCOUNT        TO CONTROL-AP-GL-ACCOUNT.
   MOVE OLDCT-CASH-GL-ACCOUNT      TO CONTROL-CASH-GL-ACCOUNT.
   MOVE OLDCT-BACKUP-WH-RATE       TO CONTROL-BACKUP-WH-RATE.
   MOVE OLDCT-DUAL-SIG-THRESHOLD   TO CONTROL-DUAL-SIG-THRESHOLD.
   MOVE OLDCT-RNI-EXPENSE-ACCT     TO CONTROL-RNI-EXPENSE-ACCT.
   MOVE OLDCT-RNI-ACCRUAL-ACCT     TO CONTROL-RNI-ACCRUAL-ACCT.
   MOVE OLDCT-WIRE-FEE-GL-ACCT     TO CONTROL-WIRE-FEE-GL-ACCT.
   MOVE OLDCT-WIRE-FEE-AMOUNT      TO CONTROL-WIRE-FEE-AMOUNT.
   MOVE OLDCT-LAST-WIRE-REF        TO CONTROL-LAST-WIRE-REF.
   MOVE OLDCT-DUE-FROM-ACCT        TO CONTROL-DUE-FROM-ACCT.
   MOVE OLDCT-DUE-TO-ACCT          TO CONTROL-DUE-TO-ACCT.
   MOVE OLDCT-PO-APPROVAL-LIMIT    TO CONTROL-PO-APPROVAL-LIMIT.
   MOVE OLDCT-FX-GAINLOSS-ACCT     TO CONTROL-FX-GAINLOSS-ACCT.
   MOVE OLDCT-LAST-SEPA-REF        TO CONTROL-LAST-SEPA-REF.
   MOVE ZEROS                      TO CONTROL-LAST-VCARD-REF.
   MOVE ZEROS                      TO CONTROL-VCARD-RATE-1.
   MOVE ZEROS                      TO CONTROL-VCARD-TIER-2-SPEND.
   MOVE ZEROS                      TO CONTROL-VCARD-RATE-2.
   MOVE ZEROS                      TO CONTROL-VCARD-TIER-3-SPEND.
   MOVE ZEROS                      TO CONTROL-VCARD-RATE-3.
   MOVE ZEROS                      TO CONTROL-PASSWORD-EXPIRY-DAYS.
   MOVE ZEROS                      TO CONTROL-LOCKOUT-ATTEMPTS.
   MOVE ZEROS                      TO CONTROL-PASSWORD-HISTORY.
   MOVE ZEROS                      TO CONTROL-IDLE-TIMEOUT-MINUTES.
   MOVE ZEROS                      TO CONTROL-DUAL-APPROVAL-AMOUNT.
   MOVE ZEROS                      TO CONTROL-STEP-OVERRUN-PERCENT.
   MOVE ZEROS                      TO CONTROL-BATCH-CUTOFF-TIME.
   MOVE ZEROS                      TO CONTROL-PPAY-CUTOFF-TIME.
   MOVE ZEROS                      TO CONTROL-INBOX-ESCALATE-DAYS.
   MOVE ZEROS                      TO CONTROL-VERIFY-AMOUNT.
   MOVE ZEROS                      TO CONTROL-ONE-TIME-VENDOR.
   WRITE CONTROL-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING CONTROL RECORD ! ***"
   END-WRITE.
   ADD 1 TO W-CONVERTED-COUNT.

   READ OLD-CONTROL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
   END-READ.
*>_________________________________________________________________________

CONVERT-USER-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-USER-FILE.
   OPEN OUTPUT USER-FILE.
   PERFORM CONVERT-NEXT-USER UNTIL END-OF-FILE.
   CLOSE OLD-USER-FILE.
   CLOSE USER-FILE.
   DISPLAY "USER-FILE.............: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-USER.

*> the password stays as it was and is hashed at the user's next
*> sign-on; a zero approval limit means none until one is given
   READ OLD-USER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO USER-RECORD
         MOVE OLDUS-ID              TO USER-ID
         MOVE OLDUS-PASSWORD        TO USER-PASSWORD
         MOVE OLDUS-ROLE            TO USER-ROLE
         MOVE ZEROS                 TO USER-PASSWORD-CHANGED
         MOVE ZEROS                 TO USER-FAILED-ATTEMPTS
         MOVE ZEROS                 TO USER-LOCKED-DATE
         MOVE ZEROS                 TO USER-LAST-LOGIN-DATE
         MOVE ZEROS                 TO USER-APPROVAL-LIMIT
         WRITE USER-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING USER " OLDUS-ID " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-SESSION-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-SESSION-FILE.
   OPEN OUTPUT SESSION-FILE.
   PERFORM CONVERT-NEXT-SESSION UNTIL END-OF-FILE.
   CLOSE OLD-SESSION-FILE.
   CLOSE SESSION-FILE.
   DISPLAY "SESSION-FILE..........: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-SESSION.

   READ OLD-SESSION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO SESSION-RECORD
         MOVE OLDSS-KEY             TO SESSION-KEY
         MOVE OLDSS-USER-ID         TO SESSION-USER-ID
         MOVE OLDSS-ROLE            TO SESSION-ROLE
         MOVE OLDSS-LOGIN-DATE      TO SESSION-LOGIN-DATE
         MOVE OLDSS-LOGIN-TIME      TO SESSION-LOGIN-TIME
         MOVE OLDSS-COMPANY         TO SESSION-COMPANY
         MOVE OLDSS-ACTIVE          TO SESSION-ACTIVE
         MOVE OLDSS-TRAINING        TO SESSION-TRAINING
         MOVE ZEROS                 TO SESSION-LAST-ACTIVITY-DATE
         MOVE ZEROS                 TO SESSION-LAST-ACTIVITY-TIME
         MOVE ZEROS                 TO SESSION-IDLE-TIMEOUT
         WRITE SESSION-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING SESSION " OLDSS-KEY " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-EXCLOG-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-EXCLOG-FILE.
   OPEN OUTPUT EXCEPTION-LOG-FILE.
   PERFORM CONVERT-NEXT-EXCLOG UNTIL END-OF-FILE.
   CLOSE OLD-EXCLOG-FILE.
   CLOSE EXCEPTION-LOG-FILE.
   DISPLAY "EXCEPTION-LOG-FILE....: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-EXCLOG.

   READ OLD-EXCLOG-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO EXCLOG-RECORD
         MOVE OLDEX-PROGRAM         TO EXCLOG-PROGRAM
         MOVE OLDEX-OPERATION       TO EXCLOG-OPERATION
         MOVE OLDEX-KEY             TO EXCLOG-KEY
         MOVE OLDEX-LOG-DATE        TO EXCLOG-LOG-DATE
         MOVE OLDEX-LOG-TIME        TO EXCLOG-LOG-TIME
         MOVE OLDEX-STATUS          TO EXCLOG-STATUS
         MOVE OLDEX-NOTE            TO EXCLOG-NOTE
         MOVE OLDEX-RESOLVED-DATE   TO EXCLOG-RESOLVED-DATE
         WRITE EXCLOG-RECORD
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-COA-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-COA-FILE.
   OPEN OUTPUT CHART-OF-ACCOUNTS-FILE.
   PERFORM CONVERT-NEXT-COA UNTIL END-OF-FILE.
   CLOSE OLD-COA-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   DISPLAY "CHART-OF-ACCOUNTS-FILE: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-COA.

*> prepaid, amortize-to and capital are all alphanumeric: spaces
   READ OLD-COA-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO COA-RECORD
         MOVE OLDCA-ACCOUNT-NUMBER  TO COA-ACCOUNT-NUMBER
         MOVE OLDCA-DESCRIPTION     TO COA-DESCRIPTION
         MOVE OLDCA-ACTIVE          TO COA-ACTIVE
         WRITE COA-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING ACCOUNT "
                       OLDCA-ACCOUNT-NUMBER " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-PO-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-PO-FILE.
   OPEN OUTPUT PURCHASE-ORDER-FILE.
   PERFORM CONVERT-NEXT-PO UNTIL END-OF-FILE.
   CLOSE OLD-PO-FILE.
   CLOSE PURCHASE-ORDER-FILE.
   DISPLAY "PURCHASE-ORDER-FILE...: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-PO.

   READ OLD-PO-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO PURCHASE-ORDER-RECORD
         MOVE OLDPO-NUMBER          TO PO-NUMBER
         MOVE OLDPO-VENDOR          TO PO-VENDOR
         MOVE OLDPO-DATE            TO PO-DATE
         MOVE OLDPO-DESCRIPTION     TO PO-DESCRIPTION
         MOVE OLDPO-LINE-COUNT      TO PO-LINE-COUNT
         MOVE 1 TO W-PO-LINE-INDEX
         PERFORM COPY-ONE-PO-LINE 5 TIMES
         MOVE OLDPO-AMOUNT          TO PO-AMOUNT
         MOVE OLDPO-BILLED-AMOUNT   TO PO-BILLED-AMOUNT
         MOVE OLDPO-STATUS          TO PO-STATUS
         MOVE OLDPO-TYPE            TO PO-TYPE
         MOVE OLDPO-NTE-AMOUNT      TO PO-NTE-AMOUNT
         MOVE OLDPO-EXPIRY-DATE     TO PO-EXPIRY-DATE
         MOVE OLDPO-APPROVAL-STATUS TO PO-APPROVAL-STATUS
         MOVE OLDPO-ENTERED-BY      TO PO-ENTERED-BY
         MOVE OLDPO-APPROVED-BY     TO PO-APPROVED-BY
         MOVE OLDPO-GL-ACCOUNT      TO PO-GL-ACCOUNT
         MOVE ZEROS                 TO PO-REQUISITION-NUMBER
         WRITE PURCHASE-ORDER-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING PO " OLDPO-NUMBER " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

COPY-ONE-PO-LINE.

   MOVE OLDPO-LINE-DESCRIPTION (W-PO-LINE-INDEX)
     TO PO-LINE-DESCRIPTION (W-PO-LINE-INDEX).
   MOVE OLDPO-LINE-AMOUNT (W-PO-LINE-INDEX)
     TO PO-LINE-AMOUNT (W-PO-LINE-INDEX).
   ADD 1 TO W-PO-LINE-INDEX.
*>_________________________________________________________________________

CONVERT-POREC-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-POREC-FILE.
   OPEN OUTPUT PO-RECEIVING-FILE.
   PERFORM CONVERT-NEXT-POREC UNTIL END-OF-FILE.
   CLOSE OLD-POREC-FILE.
   CLOSE PO-RECEIVING-FILE.
   DISPLAY "PO-RECEIVING-FILE.....: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-POREC.

   READ OLD-POREC-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO POREC-RECORD
         MOVE OLDPR-PO-NUMBER       TO POREC-PO-NUMBER
         MOVE OLDPR-PO-LINE         TO POREC-PO-LINE
         MOVE OLDPR-DATE            TO POREC-DATE
         MOVE OLDPR-SEQ             TO POREC-SEQ
         MOVE OLDPR-AMOUNT          TO POREC-AMOUNT
         MOVE OLDPR-RECEIVED-BY     TO POREC-RECEIVED-BY
         MOVE OLDPR-MEMO            TO POREC-MEMO
         MOVE ZEROS                 TO POREC-ERS-VOUCHER
         MOVE ZEROS                 TO POREC-ERS-DATE
         WRITE POREC-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING RECEIPT ON PO "
                       OLDPR-PO-NUMBER " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-PAYRUN-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-PAYRUN-FILE.
   OPEN OUTPUT PAYMENT-RUN-FILE.
   PERFORM CONVERT-NEXT-PAYRUN UNTIL END-OF-FILE.
   CLOSE OLD-PAYRUN-FILE.
   CLOSE PAYMENT-RUN-FILE.
   DISPLAY "PAYMENT-RUN-FILE......: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-PAYRUN.

*> a zero checkpoint on a run still OPEN restarts it from the top
   READ OLD-PAYRUN-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO PAYRUN-RECORD
         MOVE OLDPY-NUMBER          TO PAYRUN-NUMBER
         MOVE OLDPY-DATE            TO PAYRUN-DATE
         MOVE OLDPY-BANK-CODE       TO PAYRUN-BANK-CODE
         MOVE OLDPY-CHECK-START     TO PAYRUN-CHECK-START
         MOVE OLDPY-CHECK-END       TO PAYRUN-CHECK-END
         MOVE OLDPY-CHECK-COUNT     TO PAYRUN-CHECK-COUNT
         MOVE OLDPY-VOUCHER-COUNT   TO PAYRUN-VOUCHER-COUNT
         MOVE OLDPY-TOTAL-AMOUNT    TO PAYRUN-TOTAL-AMOUNT
         MOVE OLDPY-CREATED-BY      TO PAYRUN-CREATED-BY
         MOVE OLDPY-STATUS          TO PAYRUN-STATUS
         MOVE ZEROS                 TO PAYRUN-LAST-VENDOR
         MOVE ZEROS                 TO PAYRUN-LAST-CHECK
         MOVE ZEROS                 TO PAYRUN-RESUME-CHECK
         MOVE ZEROS                 TO PAYRUN-RESTART-COUNT
         WRITE PAYRUN-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING PAYMENT RUN "
                       OLDPY-NUMBER " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-BANK-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-BANK-FILE.
   OPEN OUTPUT BANK-ACCOUNT-FILE.
   PERFORM CONVERT-NEXT-BANK UNTIL END-OF-FILE.
   CLOSE OLD-BANK-FILE.
   CLOSE BANK-ACCOUNT-FILE.
   DISPLAY "BANK-ACCOUNT-FILE.....: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-BANK.

*> funded-from and check output are alphanumeric: spaces, an account
*> that carries its own balance and prints its checks in house
   READ OLD-BANK-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO BANK-ACCOUNT-RECORD
         MOVE OLDBK-CODE            TO BANK-CODE
         MOVE OLDBK-NAME            TO BANK-NAME
         MOVE OLDBK-ROUTING         TO BANK-ROUTING
         MOVE OLDBK-ACCOUNT-NUMBER  TO BANK-ACCOUNT-NUMBER
         MOVE OLDBK-GL-CASH-ACCOUNT TO BANK-GL-CASH-ACCOUNT
         MOVE OLDBK-NEXT-CHECK-NUMBER TO BANK-NEXT-CHECK-NUMBER
         MOVE OLDBK-COMPANY         TO BANK-COMPANY
         MOVE OLDBK-CURRENCY        TO BANK-CURRENCY
         WRITE BANK-ACCOUNT-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING BANK " OLDBK-CODE " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-CHKSTK-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-CHKSTK-FILE.
   OPEN OUTPUT CHECK-STOCK-FILE.
   PERFORM CONVERT-NEXT-CHKSTK UNTIL END-OF-FILE.
   CLOSE OLD-CHKSTK-FILE.
   CLOSE CHECK-STOCK-FILE.
   DISPLAY "CHECK-STOCK-FILE......: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-CHKSTK.

   READ OLD-CHKSTK-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO CHKSTK-RECORD
         MOVE OLDCS-RANGE-START     TO CHKSTK-RANGE-START
         MOVE OLDCS-RANGE-END       TO CHKSTK-RANGE-END
         MOVE OLDCS-BANK-CODE       TO CHKSTK-BANK-CODE
         MOVE OLDCS-RECEIVED-DATE   TO CHKSTK-RECEIVED-DATE
         MOVE OLDCS-ISSUED-DATE     TO CHKSTK-ISSUED-DATE
         MOVE OLDCS-STATUS          TO CHKSTK-STATUS
         MOVE ZEROS                 TO CHKSTK-SPOILED-COUNT
         WRITE CHKSTK-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING CHECK STOCK "
                       OLDCS-RANGE-START " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-STATE-FILE.

   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-STATE-FILE.
   OPEN OUTPUT STATE-FILE.
   PERFORM CONVERT-NEXT-STATE UNTIL END-OF-FILE.
   CLOSE OLD-STATE-FILE.
   CLOSE STATE-FILE.
   DISPLAY "STATE-FILE............: " W-CONVERTED-COUNT " RECORD(S)".
*>_________________________________________________________________________

CONVERT-NEXT-STATE.

*> a zero nonresident rate means the state asks for none
   READ OLD-STATE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE SPACES                TO STATE-RECORD
         MOVE OLDST-CODE            TO STATE-CODE
         MOVE OLDST-NAME            TO STATE-NAME
         MOVE OLDST-TAX-RATE        TO STATE-TAX-RATE
         MOVE OLDST-COUNTRY         TO STATE-COUNTRY
         MOVE ZEROS                 TO STATE-NR-WH-RATE
         MOVE ZEROS                 TO STATE-NR-WH-THRESHOLD
         WRITE STATE-RECORD
            INVALID KEY
               DISPLAY "*** ERROR WRITING STATE " OLDST-CODE " ! ***"
         END-WRITE
         ADD 1 TO W-CONVERTED-COUNT
   END-READ.
*>_________________________________________________________________________

CONVERT-EXPRPT-FILE.

*> like the control file, no -v1 records means the live file was left
*> in place by the voucher-number conversion
   MOVE 0 TO W-CONVERTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT OLD-EXPRPT-FILE.
   READ OLD-EXPRPT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
   END-READ.
   IF END-OF-FILE
      DISPLAY "EXPENSE-REPORT-FILE...: NO -V1 COPY - LEFT AS IT IS"
   ELSE
      OPEN OUTPUT EXPENSE-REPORT-FILE
      PERFORM CONVERT-NEXT-EXPRPT UNTIL END-OF-FILE
      CLOSE EXPENSE-REPORT-FILE
      DISPLAY "EXPENSE-REPORT-FILE...: " W-CONVERTED-COUNT " RECORD(S)".
   CLOSE OLD-EXPRPT-FILE.
*>_________________________________________________________________________

CONVERT-NEXT-EXPRPT.

*> the held-from status is alphanumeric and stays spaces
   MOVE SPACES                TO EXPRPT-RECORD.
   MOVE OLDXP-NUMBER          TO EXPRPT-NUMBER.
   MOVE OLDXP-EMPLOYEE        TO EXPRPT-EMPLOYEE.
   MOVE OLDXP-DATE            TO EXPRPT-DATE.
   MOVE OLDXP-LINE-COUNT      TO EXPRPT-LINE-COUNT.
   MOVE 1 TO W-EXP-LINE-INDEX.
   PERFORM COPY-ONE-EXPENSE-LINE 5 TIMES.
   MOVE OLDXP-TOTAL           TO EXPRPT-TOTAL.
   MOVE OLDXP-STATUS          TO EXPRPT-STATUS.
   MOVE OLDXP-ENTERED-BY      TO EXPRPT-ENTERED-BY.
   MOVE OLDXP-APPROVED-BY     TO EXPRPT-APPROVED-BY.
   MOVE OLDXP-VOUCHER         TO EXPRPT-VOUCHER.
   MOVE ZEROS                 TO EXPRPT-ADVANCE-NUMBER.
   MOVE ZEROS                 TO EXPRPT-ADVANCE-APPLIED.
   WRITE EXPRPT-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING EXPENSE REPORT "
                 OLDXP-NUMBER " ! ***"
   END-WRITE.
   ADD 1 TO W-CONVERTED-COUNT.

   READ OLD-EXPRPT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
   END-READ.
*>_________________________________________________________________________

COPY-ONE-EXPENSE-LINE.

   MOVE OLDXP-LINE-DATE (W-EXP-LINE-INDEX)
     TO EXP-LINE-DATE (W-EXP-LINE-INDEX).
   MOVE OLDXP-LINE-GL-ACCOUNT (W-EXP-LINE-INDEX)
     TO EXP-LINE-GL-ACCOUNT (W-EXP-LINE-INDEX).
   MOVE OLDXP-LINE-DESC (W-EXP-LINE-INDEX)
     TO EXP-LINE-DESC (W-EXP-LINE-INDEX).
   MOVE OLDXP-LINE-MILES (W-EXP-LINE-INDEX)
     TO EXP-LINE-MILES (W-EXP-LINE-INDEX).
   MOVE OLDXP-LINE-AMOUNT (W-EXP-LINE-INDEX)
     TO EXP-LINE-AMOUNT (W-EXP-LINE-INDEX).
   ADD 1 TO W-EXP-LINE-INDEX.
*>_________________________________________________________________________
