IDENTIFICATION DIVISION.
PROGRAM-ID. payment-proposal-build.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLPAYCAL.CBL".
         COPY "SLPAYPRO.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLHOLIDAY.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDPAYCAL.CBL".
         COPY "FDPAYPRO.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDHOLIDAY.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

         COPY "wsholiday.cbl".

      77 W-SYSAUD-RECORD-TYPE         PIC X(10).
      77 W-SYSAUD-ACTION              PIC X(06).
      77 W-SYSAUD-KEY                 PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE        PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE         PIC X(512).
      77 W-SYSAUD-USER-ID             PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY        PIC 9(8).
         05 FILLER                    PIC X(1).
         05 W-SYSAUD-TIME-NOW         PIC 9(5).
         05 FILLER                    PIC X(7).

         01 W-END-OF-CALENDAR         PIC X.
            88 END-OF-CALENDAR      VALUE "Y".

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE          VALUE "Y".

         01 W-END-OF-PROPOSALS        PIC X.
            88 END-OF-PROPOSALS     VALUE "Y".

         01 W-FOUND-VENDOR-RECORD     PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-PROPOSAL          PIC X.
            88 FOUND-PROPOSAL       VALUE "Y".

         01 W-VOUCHER-IS-PROPOSED     PIC X.
            88 VOUCHER-IS-PROPOSED  VALUE "Y".

         01 W-VOUCHER-QUALIFIES       PIC X.
            88 VOUCHER-QUALIFIES    VALUE "Y".

         01 W-BATCH-MODE-FLAG         PIC X.
            88 BATCH-MODE           VALUE "Y".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY            PIC 9(8).
            05 FILLER                 PIC X(13).

         01 W-CANDIDATE-DATE          PIC 9(8).
         01 FILLER REDEFINES W-CANDIDATE-DATE.
            05 W-CANDIDATE-CCYY       PIC 9(4).
            05 W-CANDIDATE-MM         PIC 9(2).
            05 W-CANDIDATE-DD         PIC 9(2).

         01 W-DAY-AFTER-DATE          PIC 9(8).
         01 FILLER REDEFINES W-DAY-AFTER-DATE.
            05 W-DAY-AFTER-CCYY       PIC 9(4).
            05 W-DAY-AFTER-MM         PIC 9(2).
            05 W-DAY-AFTER-DD         PIC 9(2).

         77 W-TODAY-INT               PIC 9(8).
         77 W-CANDIDATE-INT           PIC 9(8).
         77 W-DAY-OFFSET              PIC S9(3).
         77 W-CANDIDATE-DOW           PIC 9.
         77 W-NEXT-RUN-DATE           PIC 9(8).
         77 W-DAYS-AHEAD              PIC S9(5).
         77 W-HORIZON-DATE            PIC 9(8).
         77 W-PROPOSAL-SEQ            PIC 9(4).
         77 W-PROPOSAL-TOTAL          PIC S9(9)V99.
         77 W-PROPOSALS-BUILT         PIC 9(4) VALUE 0.
         77 W-EDITED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
         77 BK-PAYCAL-RECORD          PIC X(512).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Nightly: for every active run on the payment-run calendar whose
*>   next run date has come within its lead time, propose the
*>   vouchers the run should pay. Nothing is selected here - the
*>   treasurer reviews and approves the proposal first (payment
*>   proposal approval on the voucher processing menu).

     MOVE SPACES TO W-BATCH-MODE-FLAG.
     ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-DAY-TODAY).

     OPEN I-O PAYMENT-CALENDAR-FILE.
     OPEN I-O PAYMENT-PROPOSAL-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT BANK-HOLIDAY-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.

     MOVE "N" TO W-END-OF-CALENDAR.
     MOVE LOW-VALUES TO PAYCAL-CODE.
     START PAYMENT-CALENDAR-FILE KEY IS NOT LESS THAN PAYCAL-CODE
        INVALID KEY
           MOVE "Y" TO W-END-OF-CALENDAR.

     PERFORM PLAN-NEXT-PAYMENT-RUN UNTIL END-OF-CALENDAR.

     CLOSE PAYMENT-CALENDAR-FILE.
     CLOSE PAYMENT-PROPOSAL-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE BANK-HOLIDAY-FILE.
     CLOSE SYSTEM-AUDIT-FILE.

     DISPLAY W-PROPOSALS-BUILT " PAYMENT PROPOSAL(S) BUILT FOR TREASURER APPROVAL".

     IF NOT BATCH-MODE
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

PLAN-NEXT-PAYMENT-RUN.

     READ PAYMENT-CALENDAR-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-CALENDAR
        NOT AT END
           IF PAYCAL-IS-ACTIVE
              PERFORM PLAN-ONE-PAYMENT-RUN
           END-IF
     END-READ.
*>_________________________________________________________________________

PLAN-ONE-PAYMENT-RUN.

*>   A run is proposed once: the header of an earlier build for the
*>   same run date, whatever its status now, stops a second one.

     PERFORM FIND-NEXT-RUN-DATE.

     IF W-NEXT-RUN-DATE NOT EQUAL ZEROS
        COMPUTE W-DAYS-AHEAD = FUNCTION INTEGER-OF-DATE(W-NEXT-RUN-DATE)
                             - W-TODAY-INT
        IF W-DAYS-AHEAD NOT GREATER THAN PAYCAL-LEAD-DAYS
           MOVE PAYCAL-CODE     TO PAYPROP-CALENDAR-CODE
           MOVE W-NEXT-RUN-DATE TO PAYPROP-RUN-DATE
           MOVE ZEROS           TO PAYPROP-SEQ
           MOVE "Y" TO W-FOUND-PROPOSAL
           READ PAYMENT-PROPOSAL-FILE RECORD
              INVALID KEY
                 MOVE "N" TO W-FOUND-PROPOSAL
           END-READ
           IF NOT FOUND-PROPOSAL
              PERFORM BUILD-PAYMENT-PROPOSAL.
*>_________________________________________________________________________

FIND-NEXT-RUN-DATE.

*>   The first scheduled day, rolled forward to a banking day, that
*>   still lies ahead of today. The search starts a week back so a
*>   run scheduled on a weekend or holiday just gone - and so paid
*>   on the next open day - is still found.

     MOVE ZEROS TO W-NEXT-RUN-DATE.
     PERFORM TRY-ONE-RUN-DATE VARYING W-DAY-OFFSET FROM -7 BY 1
             UNTIL W-DAY-OFFSET GREATER THAN 62
                OR W-NEXT-RUN-DATE NOT EQUAL ZEROS.
*>_________________________________________________________________________

TRY-ONE-RUN-DATE.

     COMPUTE W-CANDIDATE-INT = W-TODAY-INT + W-DAY-OFFSET.
     COMPUTE W-CANDIDATE-DATE = FUNCTION DATE-OF-INTEGER(W-CANDIDATE-INT).

     IF PAYCAL-IS-WEEKLY
        COMPUTE W-CANDIDATE-DOW = FUNCTION MOD(W-CANDIDATE-INT, 7)
        IF W-CANDIDATE-DOW EQUAL ZERO
           MOVE 7 TO W-CANDIDATE-DOW
        END-IF
        IF W-CANDIDATE-DOW EQUAL PAYCAL-DAY-OF-WEEK
           PERFORM ROLL-CANDIDATE-RUN-DATE
        END-IF
     ELSE
        COMPUTE W-DAY-AFTER-DATE =
                FUNCTION DATE-OF-INTEGER(W-CANDIDATE-INT + 1)
        IF W-CANDIDATE-DD EQUAL PAYCAL-DAY-OF-MONTH
           OR (W-CANDIDATE-DD LESS THAN PAYCAL-DAY-OF-MONTH
               AND W-DAY-AFTER-DD EQUAL 1)
           PERFORM ROLL-CANDIDATE-RUN-DATE.
*>_________________________________________________________________________

ROLL-CANDIDATE-RUN-DATE.

     MOVE W-CANDIDATE-DATE TO W-ROLL-DATE.
     PERFORM ROLL-TO-BUSINESS-DAY.

     IF W-ROLLED-DATE GREATER THAN W-DAY-TODAY
        MOVE W-ROLLED-DATE TO W-NEXT-RUN-DATE.
*>_________________________________________________________________________

BUILD-PAYMENT-PROPOSAL.

*>   Vouchers due by the run date plus the horizon - or whose early
*>   payment discount runs out inside it - paid by the run's method,
*>   for the run's company. Detail lines go out first; the header is
*>   written last, and only when something qualified - a run with
*>   nothing to pay is looked at again the next night.

     COMPUTE W-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(W-NEXT-RUN-DATE) + PAYCAL-HORIZON-DAYS).

     MOVE ZEROS TO W-PROPOSAL-SEQ.
     MOVE ZEROS TO W-PROPOSAL-TOTAL.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM PROPOSE-NEXT-VOUCHER UNTIL END-OF-FILE.

     IF W-PROPOSAL-SEQ GREATER THAN ZEROS
        PERFORM WRITE-PROPOSAL-HEADER
        PERFORM STAMP-LAST-RUN-PROPOSED.
*>_________________________________________________________________________

PROPOSE-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM CHECK-VOUCHER-QUALIFIES
           IF VOUCHER-QUALIFIES
              PERFORM WRITE-PROPOSAL-LINE
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-VOUCHER-QUALIFIES.

     MOVE "N" TO W-VOUCHER-QUALIFIES.

     IF VOUCHER-PAID-DATE EQUAL ZEROS
        AND VOUCHER-SELECTED NOT EQUAL "Y"
        AND VOUCHER-IS-APPROVED
        AND NOT VOUCHER-ON-HOLD
        AND NOT VOUCHER-IS-CREDIT-MEMO
        AND VOUCHER-AMOUNT GREATER THAN ZEROS
        AND (VOUCHER-COMPANY EQUAL PAYCAL-COMPANY
             OR (VOUCHER-COMPANY EQUAL ZEROS AND PAYCAL-COMPANY EQUAL 1))
        AND (VOUCHER-DUE NOT GREATER THAN W-HORIZON-DATE
             OR (VOUCHER-DISCOUNT-DATE NOT EQUAL ZEROS
                 AND VOUCHER-DISCOUNT-DATE NOT LESS THAN W-DAY-TODAY
                 AND VOUCHER-DISCOUNT-DATE NOT GREATER THAN W-HORIZON-DATE))
        MOVE "Y" TO W-VOUCHER-QUALIFIES.

     IF VOUCHER-QUALIFIES
        PERFORM CHECK-VOUCHER-PAY-METHOD.

     IF VOUCHER-QUALIFIES
        PERFORM CHECK-VOUCHER-ALREADY-PROPOSED
        IF VOUCHER-IS-PROPOSED
           MOVE "N" TO W-VOUCHER-QUALIFIES.
*>_________________________________________________________________________

CHECK-VOUCHER-PAY-METHOD.

*>   A joint-payee voucher can only go on paper, so it belongs to a
*>   check run whatever the vendor's usual method.

     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF NOT FOUND-VENDOR-RECORD
        MOVE "N" TO W-VOUCHER-QUALIFIES
     ELSE
        IF VOUCHER-JOINT-PAYEE NOT EQUAL SPACES
           IF NOT PAYCAL-PAYS-BY-CHECK
              MOVE "N" TO W-VOUCHER-QUALIFIES
           END-IF
        ELSE
           IF NOT ((PAYCAL-PAYS-BY-CHECK AND VENDOR-PAYS-BY-CHECK)
                OR (PAYCAL-PAYS-BY-ACH   AND VENDOR-PAYS-BY-ACH)
                OR (PAYCAL-PAYS-BY-WIRE  AND VENDOR-PAYS-BY-WIRE))
              MOVE "N" TO W-VOUCHER-QUALIFIES.
*>_________________________________________________________________________

CHECK-VOUCHER-ALREADY-PROPOSED.

*>   A voucher sitting on a proposal still awaiting approval - any
*>   run's - is left for that proposal. A line the treasurer removed
*>   does not hold the voucher back.

     MOVE "N" TO W-VOUCHER-IS-PROPOSED.
     MOVE "N" TO W-END-OF-PROPOSALS.
     MOVE VOUCHER-NUMBER TO PAYPROP-VOUCHER.
     START PAYMENT-PROPOSAL-FILE KEY IS EQUAL TO PAYPROP-VOUCHER
        INVALID KEY
           MOVE "Y" TO W-END-OF-PROPOSALS.

     PERFORM CHECK-NEXT-PROPOSAL-LINE UNTIL
                                   END-OF-PROPOSALS
                                OR VOUCHER-IS-PROPOSED.
*>_________________________________________________________________________

CHECK-NEXT-PROPOSAL-LINE.

     READ PAYMENT-PROPOSAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-PROPOSALS
        NOT AT END
           IF PAYPROP-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-PROPOSALS
           ELSE
              IF PAYPROP-IS-PROPOSED AND NOT PAYPROP-LINE-IS-REMOVED
                 MOVE "Y" TO W-VOUCHER-IS-PROPOSED
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

WRITE-PROPOSAL-LINE.

     ADD 1 TO W-PROPOSAL-SEQ.

     MOVE SPACES             TO PAYPROP-RECORD.
     MOVE PAYCAL-CODE        TO PAYPROP-CALENDAR-CODE.
     MOVE W-NEXT-RUN-DATE    TO PAYPROP-RUN-DATE.
     MOVE W-PROPOSAL-SEQ     TO PAYPROP-SEQ.
     MOVE "PROPOSED"         TO PAYPROP-STATUS.
     MOVE PAYCAL-COMPANY     TO PAYPROP-COMPANY.
     MOVE PAYCAL-BANK-CODE   TO PAYPROP-BANK-CODE.
     MOVE PAYCAL-PAY-METHOD  TO PAYPROP-PAY-METHOD.
     MOVE VOUCHER-NUMBER     TO PAYPROP-VOUCHER.
     MOVE VOUCHER-VENDOR     TO PAYPROP-VENDOR.
     MOVE VOUCHER-INVOICE    TO PAYPROP-INVOICE.
     MOVE VOUCHER-AMOUNT     TO PAYPROP-AMOUNT.
     MOVE VOUCHER-DUE        TO PAYPROP-DUE-DATE.
     MOVE "N"                TO PAYPROP-LINE-REMOVED.
     MOVE ZEROS              TO PAYPROP-LINE-COUNT.
     MOVE W-DAY-TODAY        TO PAYPROP-BUILT-DATE.
     MOVE SPACES             TO PAYPROP-APPROVED-BY.
     MOVE ZEROS              TO PAYPROP-APPROVED-DATE.

     WRITE PAYPROP-RECORD
        INVALID KEY
           SUBTRACT 1 FROM W-PROPOSAL-SEQ
           DISPLAY "*** ERROR WRITING PROPOSAL LINE FOR VOUCHER " VOUCHER-NUMBER " ! ***"
        NOT INVALID KEY
           ADD VOUCHER-AMOUNT TO W-PROPOSAL-TOTAL
     END-WRITE.
*>_________________________________________________________________________

WRITE-PROPOSAL-HEADER.

     MOVE SPACES             TO PAYPROP-RECORD.
     MOVE PAYCAL-CODE        TO PAYPROP-CALENDAR-CODE.
     MOVE W-NEXT-RUN-DATE    TO PAYPROP-RUN-DATE.
     MOVE ZEROS              TO PAYPROP-SEQ.
     MOVE "PROPOSED"         TO PAYPROP-STATUS.
     MOVE PAYCAL-COMPANY     TO PAYPROP-COMPANY.
     MOVE PAYCAL-BANK-CODE   TO PAYPROP-BANK-CODE.
     MOVE PAYCAL-PAY-METHOD  TO PAYPROP-PAY-METHOD.
     MOVE ZEROS              TO PAYPROP-VOUCHER.
     MOVE ZEROS              TO PAYPROP-VENDOR.
     MOVE W-PROPOSAL-TOTAL   TO PAYPROP-AMOUNT.
     MOVE ZEROS              TO PAYPROP-DUE-DATE.
     MOVE "N"                TO PAYPROP-LINE-REMOVED.
     MOVE W-PROPOSAL-SEQ     TO PAYPROP-LINE-COUNT.
     MOVE W-DAY-TODAY        TO PAYPROP-BUILT-DATE.
     MOVE SPACES             TO PAYPROP-APPROVED-BY.
     MOVE ZEROS              TO PAYPROP-APPROVED-DATE.

     WRITE PAYPROP-RECORD
        INVALID KEY
           DISPLAY "*** ERROR WRITING PROPOSAL HEADER FOR RUN " PAYCAL-CODE " ! ***"
        NOT INVALID KEY
           ADD 1 TO W-PROPOSALS-BUILT
           MOVE "PAYPROP"        TO W-SYSAUD-RECORD-TYPE
           MOVE "ADD"            TO W-SYSAUD-ACTION
           MOVE PAYPROP-KEY      TO W-SYSAUD-KEY
           MOVE SPACES           TO W-SYSAUD-BEFORE-IMAGE
           MOVE PAYPROP-RECORD   TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           MOVE W-PROPOSAL-TOTAL TO W-EDITED-AMOUNT
           DISPLAY "RUN " PAYCAL-CODE " OF " W-NEXT-RUN-DATE ": "
                   W-PROPOSAL-SEQ " VOUCHER(S) PROPOSED, " W-EDITED-AMOUNT
     END-WRITE.
*>_________________________________________________________________________

STAMP-LAST-RUN-PROPOSED.

     MOVE PAYCAL-RECORD   TO BK-PAYCAL-RECORD.
     MOVE W-NEXT-RUN-DATE TO PAYCAL-LAST-RUN-DATE.
     REWRITE PAYCAL-RECORD
        INVALID KEY
           DISPLAY "*** ERROR UPDATING PAYMENT RUN " PAYCAL-CODE " ! ***"
        NOT INVALID KEY
           MOVE "PAYCAL"         TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"         TO W-SYSAUD-ACTION
           MOVE PAYCAL-CODE      TO W-SYSAUD-KEY
           MOVE BK-PAYCAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
           MOVE PAYCAL-RECORD    TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
     END-REWRITE.
*>_________________________________________________________________________

COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-ROLL-TO-BUSINESS-DAY.CBL".
COPY "PLSYSAUD.CBL".
