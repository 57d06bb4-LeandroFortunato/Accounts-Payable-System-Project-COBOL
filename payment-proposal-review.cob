IDENTIFICATION DIVISION.
PROGRAM-ID. payment-proposal-review.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLPAYPRO.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDPAYPRO.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY            PIC 9 VALUE 1.

         COPY "wscase01.cbl".

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

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER         VALUE "Y","N".
            88 ACTION-IS-CONFIRMED  VALUE "Y".

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE          VALUE "Y".

         01 W-END-OF-PROPOSAL         PIC X.
            88 END-OF-PROPOSAL      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD     PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-VOUCHER           PIC X.
            88 FOUND-VOUCHER        VALUE "Y".

         01 W-FOUND-LINE              PIC X.
            88 FOUND-LINE           VALUE "Y".

         01 W-REVIEW-ACTION           PIC X.
            88 REVIEW-REMOVE-LINE   VALUE "R".
            88 REVIEW-APPROVE       VALUE "A".
            88 REVIEW-CANCEL        VALUE "C".
            88 REVIEW-IS-DONE       VALUE " ", "A", "C".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY            PIC 9(8).
            05 FILLER                 PIC X(13).

*>       The proposals awaiting approval, as listed for the pick.
         01 W-OPEN-PROPOSAL-TABLE.
            05 W-OPEN-PROPOSAL-KEY    PIC X(18) OCCURS 20 TIMES.

         77 W-OPEN-PROPOSAL-COUNT     PIC 99.
         77 W-PROPOSAL-PICK           PIC 99.
         77 W-REVIEW-CALENDAR-CODE    PIC X(06).
         77 W-REVIEW-RUN-DATE         PIC 9(08).
         77 W-REVIEW-PAY-METHOD       PIC X(05).
         77 W-REVIEW-BANK-CODE        PIC X(03).
         77 W-NEW-LINE-STATUS         PIC X(09).
         77 ENTRY-VOUCHER-NUMBER      PIC 9(07).
         77 W-LINE-AMOUNT             PIC S9(9)V99.
         77 W-VOUCHERS-SELECTED       PIC 9(05).
         77 W-VOUCHERS-SKIPPED        PIC 9(05).
         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-VENDOR-NAME-SHOWN       PIC X(20).
         77 W-LINE-MARK               PIC X(07).
         77 W-EDITED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-DATE          PIC 99/99/9999.
         77 W-DATE-MM-DD-CCYY         PIC 9(8).
         77 DUMMY-FOR-DATE-12         PIC 9(12).
         77 BK-PAYPROP-RECORD         PIC X(512).
         77 MSG-CONFIRMATION          PIC X(75).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   The treasurer's review of the payment proposals the nightly
*>   batch built off the payment-run calendar: lines can be taken
*>   out (and put back), and the run approved or cancelled. Only an
*>   approved run selects its vouchers for payment, and it can go
*>   straight on to check printing or the ACH / wire export.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   PERFORM OPEN-REVIEW-FILES.

   PERFORM GET-PROPOSAL-PICK.
   PERFORM REVIEW-AND-PICK-ANOTHER UNTIL W-PROPOSAL-PICK EQUAL ZERO.

   PERFORM CLOSE-REVIEW-FILES.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

OPEN-REVIEW-FILES.

   OPEN I-O PAYMENT-PROPOSAL-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

CLOSE-REVIEW-FILES.

   CLOSE PAYMENT-PROPOSAL-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE VENDOR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

GET-PROPOSAL-PICK.

     PERFORM PICK-A-PROPOSAL. *> force first pass
     PERFORM PICK-A-PROPOSAL UNTIL
                               W-PROPOSAL-PICK NOT GREATER THAN W-OPEN-PROPOSAL-COUNT.
*>_________________________________________________________________________

PICK-A-PROPOSAL.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                      PAYMENT PROPOSALS AWAITING APPROVAL".
     DISPLAY " ".
     DISPLAY "  # RUN    RUN DATE   METHOD BANK LINES           TOTAL BUILT".
     DISPLAY " -- ------ ---------- ------ ---- ----- --------------- ----------".

     MOVE ZEROS TO W-OPEN-PROPOSAL-COUNT.
     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO PAYPROP-KEY.
     START PAYMENT-PROPOSAL-FILE KEY IS NOT LESS THAN PAYPROP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-OPEN-PROPOSAL UNTIL END-OF-FILE.

     PERFORM JUMP-LINE.
     MOVE ZEROS TO W-PROPOSAL-PICK.
     IF W-OPEN-PROPOSAL-COUNT EQUAL ZEROS
        DISPLAY "NO PAYMENT PROPOSAL IS WAITING FOR APPROVAL ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        DISPLAY "WHICH PROPOSAL DO YOU WANT TO REVIEW ? (#, 0 TO EXIT)"
        ACCEPT W-PROPOSAL-PICK
        IF W-PROPOSAL-PICK GREATER THAN W-OPEN-PROPOSAL-COUNT
           DISPLAY "INVALID PROPOSAL NUMBER ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-OPEN-PROPOSAL.

     READ PAYMENT-PROPOSAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF PAYPROP-IS-HEADER AND PAYPROP-IS-PROPOSED
              AND (PAYPROP-COMPANY EQUAL W-SESSION-COMPANY
                   OR (PAYPROP-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              PERFORM LIST-ONE-OPEN-PROPOSAL
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-OPEN-PROPOSAL.

     IF W-OPEN-PROPOSAL-COUNT EQUAL 20
        DISPLAY " ** MORE PROPOSALS ARE WAITING - APPROVE OR CANCEL THESE FIRST **"
        MOVE "Y" TO W-END-OF-FILE
     ELSE
        ADD 1 TO W-OPEN-PROPOSAL-COUNT
        MOVE PAYPROP-KEY TO W-OPEN-PROPOSAL-KEY(W-OPEN-PROPOSAL-COUNT)
        COMPUTE DUMMY-FOR-DATE-12 = PAYPROP-RUN-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        MOVE PAYPROP-AMOUNT TO W-EDITED-AMOUNT
        DISPLAY " " W-OPEN-PROPOSAL-COUNT " " PAYPROP-CALENDAR-CODE " "
                W-FORMATTED-DATE " " PAYPROP-PAY-METHOD "  " PAYPROP-BANK-CODE
                "  " PAYPROP-LINE-COUNT " " W-EDITED-AMOUNT " " PAYPROP-BUILT-DATE.
*>_________________________________________________________________________

REVIEW-AND-PICK-ANOTHER.

     MOVE W-OPEN-PROPOSAL-KEY(W-PROPOSAL-PICK) TO PAYPROP-KEY.
     READ PAYMENT-PROPOSAL-FILE RECORD
        INVALID KEY
           DISPLAY "PROPOSAL NO LONGER ON FILE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        NOT INVALID KEY
           MOVE PAYPROP-CALENDAR-CODE TO W-REVIEW-CALENDAR-CODE
           MOVE PAYPROP-RUN-DATE      TO W-REVIEW-RUN-DATE
           MOVE PAYPROP-PAY-METHOD    TO W-REVIEW-PAY-METHOD
           MOVE PAYPROP-BANK-CODE     TO W-REVIEW-BANK-CODE
           MOVE "R" TO W-REVIEW-ACTION
           PERFORM REVIEW-ONE-PROPOSAL UNTIL REVIEW-IS-DONE
     END-READ.

     PERFORM GET-PROPOSAL-PICK.
*>_________________________________________________________________________

REVIEW-ONE-PROPOSAL.

     PERFORM SHOW-PROPOSAL.

     DISPLAY "R - REMOVE / RESTORE A LINE   A - APPROVE THE RUN   C - CANCEL THE RUN".
     DISPLAY "<ENTER> - LEAVE IT FOR LATER".
     MOVE SPACES TO W-REVIEW-ACTION.
     ACCEPT W-REVIEW-ACTION.
     INSPECT W-REVIEW-ACTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF REVIEW-REMOVE-LINE
        PERFORM REMOVE-OR-RESTORE-LINE
     ELSE
        IF REVIEW-APPROVE
           MOVE "APPROVE THE RUN AND SELECT ITS VOUCHERS FOR PAYMENT ? <Y/N>"
             TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF ACTION-IS-CONFIRMED
              PERFORM APPROVE-PROPOSAL
           ELSE
              MOVE "R" TO W-REVIEW-ACTION
           END-IF
        ELSE
           IF REVIEW-CANCEL
              MOVE "CANCEL THE RUN ? ITS VOUCHERS GO BACK FOR THE NEXT ONE <Y/N>"
                TO MSG-CONFIRMATION
              PERFORM ASK-USER-IF-WANT-TO-COMPLETE
              IF ACTION-IS-CONFIRMED
                 PERFORM CANCEL-PROPOSAL
              ELSE
                 MOVE "R" TO W-REVIEW-ACTION
              END-IF
           ELSE
              IF NOT REVIEW-IS-DONE
                 DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
                 MOVE "R" TO W-REVIEW-ACTION.
*>_________________________________________________________________________

SHOW-PROPOSAL.

     PERFORM CLEAR-SCREEN.

     MOVE W-REVIEW-CALENDAR-CODE TO PAYPROP-CALENDAR-CODE.
     MOVE W-REVIEW-RUN-DATE      TO PAYPROP-RUN-DATE.
     MOVE ZEROS                  TO PAYPROP-SEQ.
     READ PAYMENT-PROPOSAL-FILE RECORD
        INVALID KEY
           MOVE ZEROS TO PAYPROP-LINE-COUNT PAYPROP-AMOUNT.

     COMPUTE DUMMY-FOR-DATE-12 = W-REVIEW-RUN-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     MOVE PAYPROP-AMOUNT TO W-EDITED-AMOUNT.
     DISPLAY "RUN " W-REVIEW-CALENDAR-CODE " OF " W-FORMATTED-DATE
             " - " W-REVIEW-PAY-METHOD " ON BANK ACCOUNT " W-REVIEW-BANK-CODE.
     DISPLAY PAYPROP-LINE-COUNT " VOUCHER(S) TO PAY, TOTAL " W-EDITED-AMOUNT.
     DISPLAY " ".
     DISPLAY "VOUCHER VENDOR               INVOICE         DUE DATE            AMOUNT".
     DISPLAY "------- -------------------- --------------- ---------- ---------------".

     MOVE "N" TO W-END-OF-PROPOSAL.
     PERFORM START-PROPOSAL-LINES.
     PERFORM SHOW-NEXT-PROPOSAL-LINE UNTIL END-OF-PROPOSAL.

     DISPLAY " ".
*>_________________________________________________________________________

START-PROPOSAL-LINES.

     MOVE W-REVIEW-CALENDAR-CODE TO PAYPROP-CALENDAR-CODE.
     MOVE W-REVIEW-RUN-DATE      TO PAYPROP-RUN-DATE.
     MOVE 1                      TO PAYPROP-SEQ.
     START PAYMENT-PROPOSAL-FILE KEY IS NOT LESS THAN PAYPROP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-PROPOSAL.
*>_________________________________________________________________________

READ-NEXT-PROPOSAL-LINE.

     READ PAYMENT-PROPOSAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-PROPOSAL
        NOT AT END
           IF PAYPROP-CALENDAR-CODE NOT EQUAL W-REVIEW-CALENDAR-CODE
              OR PAYPROP-RUN-DATE NOT EQUAL W-REVIEW-RUN-DATE
              MOVE "Y" TO W-END-OF-PROPOSAL
           END-IF
     END-READ.
*>_________________________________________________________________________

SHOW-NEXT-PROPOSAL-LINE.

     PERFORM READ-NEXT-PROPOSAL-LINE.

     IF NOT END-OF-PROPOSAL
        MOVE PAYPROP-VENDOR TO VENDOR-NUMBER
        MOVE "Y" TO W-FOUND-VENDOR-RECORD
        PERFORM LOOK-FOR-VENDOR-RECORD
        IF FOUND-VENDOR-RECORD
           MOVE VENDOR-NAME TO W-VENDOR-NAME-SHOWN
        ELSE
           MOVE "** NOT ON FILE **" TO W-VENDOR-NAME-SHOWN
        END-IF
        IF PAYPROP-LINE-IS-REMOVED
           MOVE "REMOVED" TO W-LINE-MARK
        ELSE
           MOVE SPACES TO W-LINE-MARK
        END-IF
        COMPUTE DUMMY-FOR-DATE-12 = PAYPROP-DUE-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        MOVE PAYPROP-AMOUNT TO W-EDITED-AMOUNT
        DISPLAY PAYPROP-VOUCHER " " W-VENDOR-NAME-SHOWN " " PAYPROP-INVOICE " "
                W-FORMATTED-DATE " " W-EDITED-AMOUNT " " W-LINE-MARK.
*>_________________________________________________________________________

REMOVE-OR-RESTORE-LINE.

*>   A removed line stays on the proposal, marked, and can be put
*>   back until the run is approved. The header totals follow.

     DISPLAY "VOUCHER NUMBER TO REMOVE OR RESTORE (0 TO RETURN): ".
     MOVE ZEROS TO ENTRY-VOUCHER-NUMBER.
     ACCEPT ENTRY-VOUCHER-NUMBER.

     IF ENTRY-VOUCHER-NUMBER NOT EQUAL ZEROS
        MOVE "N" TO W-FOUND-LINE
        MOVE "N" TO W-END-OF-PROPOSAL
        PERFORM START-PROPOSAL-LINES
        PERFORM FIND-NEXT-PROPOSAL-LINE UNTIL END-OF-PROPOSAL OR FOUND-LINE
        IF NOT FOUND-LINE
           DISPLAY "THAT VOUCHER IS NOT ON THIS PROPOSAL ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           PERFORM TOGGLE-PROPOSAL-LINE.
*>_________________________________________________________________________

FIND-NEXT-PROPOSAL-LINE.

     PERFORM READ-NEXT-PROPOSAL-LINE.

     IF NOT END-OF-PROPOSAL
        IF PAYPROP-VOUCHER EQUAL ENTRY-VOUCHER-NUMBER
           MOVE "Y" TO W-FOUND-LINE.
*>_________________________________________________________________________

TOGGLE-PROPOSAL-LINE.

     MOVE PAYPROP-RECORD TO BK-PAYPROP-RECORD.
     IF PAYPROP-LINE-IS-REMOVED
        MOVE "N" TO PAYPROP-LINE-REMOVED
        MOVE PAYPROP-AMOUNT TO W-LINE-AMOUNT
     ELSE
        MOVE "Y" TO PAYPROP-LINE-REMOVED
        COMPUTE W-LINE-AMOUNT = ZERO - PAYPROP-AMOUNT.

     REWRITE PAYPROP-RECORD
        INVALID KEY
           DISPLAY "*** ERROR REWRITING THE PROPOSAL LINE ! *** <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        NOT INVALID KEY
           MOVE "PAYPROP"         TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"          TO W-SYSAUD-ACTION
           MOVE PAYPROP-KEY       TO W-SYSAUD-KEY
           MOVE BK-PAYPROP-RECORD TO W-SYSAUD-BEFORE-IMAGE
           MOVE PAYPROP-RECORD    TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           PERFORM ADJUST-PROPOSAL-TOTALS
     END-REWRITE.
*>_________________________________________________________________________

ADJUST-PROPOSAL-TOTALS.

     MOVE W-REVIEW-CALENDAR-CODE TO PAYPROP-CALENDAR-CODE.
     MOVE W-REVIEW-RUN-DATE      TO PAYPROP-RUN-DATE.
     MOVE ZEROS                  TO PAYPROP-SEQ.
     READ PAYMENT-PROPOSAL-FILE RECORD
        INVALID KEY
           DISPLAY "*** PROPOSAL HEADER MISSING ! *** <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        NOT INVALID KEY
           ADD W-LINE-AMOUNT TO PAYPROP-AMOUNT
           IF W-LINE-AMOUNT LESS THAN ZERO
              SUBTRACT 1 FROM PAYPROP-LINE-COUNT
           ELSE
              ADD 1 TO PAYPROP-LINE-COUNT
           END-IF
           REWRITE PAYPROP-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE PROPOSAL HEADER ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

APPROVE-PROPOSAL.

*>   Each line still on the proposal is selected for payment, unless
*>   the voucher was paid, selected or put on hold since the build.
*>   Whoever approved a voucher may not also select it for payment.

     MOVE ZEROS TO W-VOUCHERS-SELECTED.
     MOVE ZEROS TO W-VOUCHERS-SKIPPED.
     MOVE "APPROVED" TO W-NEW-LINE-STATUS.

     MOVE "N" TO W-END-OF-PROPOSAL.
     PERFORM START-PROPOSAL-LINES.
     PERFORM APPROVE-NEXT-PROPOSAL-LINE UNTIL END-OF-PROPOSAL.

     PERFORM CLOSE-PROPOSAL-HEADER.

     DISPLAY " ".
     DISPLAY W-VOUCHERS-SELECTED " VOUCHER(S) SELECTED FOR PAYMENT !".
     IF W-VOUCHERS-SKIPPED NOT EQUAL ZEROS
        DISPLAY W-VOUCHERS-SKIPPED " VOUCHER(S) SKIPPED - SEE ABOVE".

     IF W-VOUCHERS-SELECTED NOT EQUAL ZEROS
        PERFORM HAND-OFF-APPROVED-RUN
     ELSE
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY.
*>_________________________________________________________________________

APPROVE-NEXT-PROPOSAL-LINE.

     PERFORM READ-NEXT-PROPOSAL-LINE.

     IF NOT END-OF-PROPOSAL
        IF NOT PAYPROP-LINE-IS-REMOVED
           PERFORM SELECT-PROPOSED-VOUCHER
        END-IF
        PERFORM MARK-PROPOSAL-LINE.
*>_________________________________________________________________________

SELECT-PROPOSED-VOUCHER.

     MOVE PAYPROP-VOUCHER TO VOUCHER-NUMBER.
     MOVE "Y" TO W-FOUND-VOUCHER.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VOUCHER.

     IF NOT FOUND-VOUCHER
        ADD 1 TO W-VOUCHERS-SKIPPED
        DISPLAY "VOUCHER " PAYPROP-VOUCHER " SKIPPED - NO LONGER ON FILE"
     ELSE
        IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
           OR VOUCHER-SELECTED EQUAL "Y"
           OR VOUCHER-ON-HOLD
           ADD 1 TO W-VOUCHERS-SKIPPED
           DISPLAY "VOUCHER " PAYPROP-VOUCHER " SKIPPED - PAID, SELECTED OR ON HOLD SINCE THE BUILD"
        ELSE
           IF VOUCHER-APPROVED-BY NOT EQUAL SPACES
              AND VOUCHER-APPROVED-BY EQUAL W-CURRENT-USER-ID
              ADD 1 TO W-VOUCHERS-SKIPPED
              DISPLAY "VOUCHER " PAYPROP-VOUCHER " SKIPPED - YOU APPROVED IT (SEGREGATION OF DUTIES)"
           ELSE
              MOVE "Y" TO VOUCHER-SELECTED
              MOVE W-CURRENT-USER-ID TO VOUCHER-SELECTED-BY
              REWRITE VOUCHER-RECORD
                 INVALID KEY
                    ADD 1 TO W-VOUCHERS-SKIPPED
                    DISPLAY "*** ERROR RE-WRITING VOUCHER " PAYPROP-VOUCHER " ! ***"
                 NOT INVALID KEY
                    ADD 1 TO W-VOUCHERS-SELECTED
              END-REWRITE.
*>_________________________________________________________________________

MARK-PROPOSAL-LINE.

*>   Each line carries the run's status so the next build knows its
*>   voucher is no longer held by an open proposal.

     MOVE W-NEW-LINE-STATUS TO PAYPROP-STATUS.
     REWRITE PAYPROP-RECORD
        INVALID KEY
           DISPLAY "*** ERROR REWRITING PROPOSAL LINE " PAYPROP-SEQ " ! ***".
*>_________________________________________________________________________

CANCEL-PROPOSAL.

     MOVE "CANCELLED" TO W-NEW-LINE-STATUS.

     MOVE "N" TO W-END-OF-PROPOSAL.
     PERFORM START-PROPOSAL-LINES.
     PERFORM CANCEL-NEXT-PROPOSAL-LINE UNTIL END-OF-PROPOSAL.

     PERFORM CLOSE-PROPOSAL-HEADER.

     DISPLAY "RUN CANCELLED - ITS VOUCHERS ARE FREE FOR THE NEXT PROPOSAL ! <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

CANCEL-NEXT-PROPOSAL-LINE.

     PERFORM READ-NEXT-PROPOSAL-LINE.

     IF NOT END-OF-PROPOSAL
        PERFORM MARK-PROPOSAL-LINE.
*>_________________________________________________________________________

CLOSE-PROPOSAL-HEADER.

     MOVE W-REVIEW-CALENDAR-CODE TO PAYPROP-CALENDAR-CODE.
     MOVE W-REVIEW-RUN-DATE      TO PAYPROP-RUN-DATE.
     MOVE ZEROS                  TO PAYPROP-SEQ.
     READ PAYMENT-PROPOSAL-FILE RECORD
        INVALID KEY
           DISPLAY "*** PROPOSAL HEADER MISSING ! *** <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        NOT INVALID KEY
           MOVE PAYPROP-RECORD TO BK-PAYPROP-RECORD
           MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
           MOVE W-NEW-LINE-STATUS TO PAYPROP-STATUS
           MOVE W-CURRENT-USER-ID TO PAYPROP-APPROVED-BY
           MOVE W-DAY-TODAY       TO PAYPROP-APPROVED-DATE
           REWRITE PAYPROP-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR REWRITING THE PROPOSAL HEADER ! *** <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              NOT INVALID KEY
                 MOVE "PAYPROP"         TO W-SYSAUD-RECORD-TYPE
                 MOVE "CHANGE"          TO W-SYSAUD-ACTION
                 MOVE PAYPROP-KEY       TO W-SYSAUD-KEY
                 MOVE BK-PAYPROP-RECORD TO W-SYSAUD-BEFORE-IMAGE
                 MOVE PAYPROP-RECORD    TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

HAND-OFF-APPROVED-RUN.

*>   The payment programs open the voucher file themselves, so ours
*>   are closed around the call. They pay everything selected for
*>   their method from the bank account keyed in.

     STRING "HAND THE RUN TO THE " W-REVIEW-PAY-METHOD
            " PAYMENT PROGRAM NOW ? <Y/N>"
            DELIMITED BY SIZE INTO MSG-CONFIRMATION
     END-STRING.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF ACTION-IS-CONFIRMED
        DISPLAY "DRAW THE RUN ON BANK ACCOUNT " W-REVIEW-BANK-CODE " ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        PERFORM CLOSE-REVIEW-FILES
        IF W-REVIEW-PAY-METHOD EQUAL "CHECK"
           CALL "check-printing"
        ELSE
           IF W-REVIEW-PAY-METHOD EQUAL "ACH"
              CALL "ach-payment-export"
           ELSE
              CALL "wire-payment-export"
           END-IF
        END-IF
        PERFORM OPEN-REVIEW-FILES.
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
COPY "PLSYSAUD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
