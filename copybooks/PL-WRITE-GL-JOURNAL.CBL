WRITE-GL-JOURNAL-PAIR.

*>   One balanced debit/credit pair. A negative amount (a reversal or
*>   a credit memo) swaps the sides - the interface takes no signs.

     IF W-GLJ-AMOUNT LESS THAN ZEROS
        MOVE W-GLJ-CREDIT-ACCOUNT TO W-GLJ-GL-ACCOUNT
        COMPUTE W-GLJ-DEBIT = W-GLJ-AMOUNT * -1
        MOVE ZEROS                TO W-GLJ-CREDIT
        PERFORM WRITE-GL-JOURNAL-LINE
        MOVE W-GLJ-DEBIT-ACCOUNT  TO W-GLJ-GL-ACCOUNT
        MOVE ZEROS                TO W-GLJ-DEBIT
        COMPUTE W-GLJ-CREDIT = W-GLJ-AMOUNT * -1
        PERFORM WRITE-GL-JOURNAL-LINE
     ELSE
        MOVE W-GLJ-DEBIT-ACCOUNT  TO W-GLJ-GL-ACCOUNT
        MOVE W-GLJ-AMOUNT         TO W-GLJ-DEBIT
        MOVE ZEROS                TO W-GLJ-CREDIT
        PERFORM WRITE-GL-JOURNAL-LINE
        MOVE W-GLJ-CREDIT-ACCOUNT TO W-GLJ-GL-ACCOUNT
        MOVE ZEROS                TO W-GLJ-DEBIT
        MOVE W-GLJ-AMOUNT         TO W-GLJ-CREDIT
        PERFORM WRITE-GL-JOURNAL-LINE.
*>_________________________________________________________________________

WRITE-GL-JOURNAL-LINE.

     MOVE W-GLJ-POSTING-DATE    TO GLJ-JD-POSTING-DATE.
     MOVE W-GLJ-GL-ACCOUNT      TO GLJ-JD-GL-ACCOUNT.
     MOVE W-GLJ-DEBIT           TO GLJ-JD-DEBIT-AMOUNT.
     MOVE W-GLJ-CREDIT          TO GLJ-JD-CREDIT-AMOUNT.
     MOVE W-GLJ-VOUCHER-NUMBER  TO GLJ-JD-VOUCHER-NUMBER.
     MOVE W-GLJ-DESCRIPTION     TO GLJ-JD-DESCRIPTION.

     MOVE GLJ-JOURNAL-DETAIL TO GL-JOURNAL-RECORD.
     WRITE GL-JOURNAL-RECORD.

     ADD W-GLJ-DEBIT  TO W-GLJ-TOTAL-DEBITS.
     ADD W-GLJ-CREDIT TO W-GLJ-TOTAL-CREDITS.
     ADD 1 TO W-GLJ-LINE-COUNT.
*>_________________________________________________________________________

WRITE-GL-JOURNAL-TRAILER.

*>   Each program's entries carry their own trailer so the GL load
*>   can balance every batch appended to the pending journal.

     IF W-GLJ-LINE-COUNT NOT EQUAL ZEROS
        MOVE W-GLJ-POSTING-DATE  TO GLJ-JT-POSTING-DATE
        MOVE W-GLJ-TOTAL-DEBITS  TO GLJ-JT-TOTAL-DEBITS
        MOVE W-GLJ-TOTAL-CREDITS TO GLJ-JT-TOTAL-CREDITS
        MOVE W-GLJ-LINE-COUNT    TO GLJ-JT-LINE-COUNT
        MOVE GLJ-JOURNAL-TRAILER TO GL-JOURNAL-RECORD
        WRITE GL-JOURNAL-RECORD.

     MOVE ZEROS TO W-GLJ-TOTAL-DEBITS.
     MOVE ZEROS TO W-GLJ-TOTAL-CREDITS.
     MOVE ZEROS TO W-GLJ-LINE-COUNT.
*>_________________________________________________________________________
