POST-VENDOR-BALANCE.

*>   Rolls the voucher in VOUCHER-RECORD into its vendor's running
*>   balance, adding or taking away its effect by W-VNDBAL-SIGN.
*>   Opens and closes the balance file itself so any program that
*>   writes vouchers can call it.

     MOVE ZEROS TO W-VNDBAL-OPEN-DELTA.
     MOVE ZEROS TO W-VNDBAL-COUNT-DELTA.
     MOVE ZEROS TO W-VNDBAL-INVOICED-DELTA.
     MOVE ZEROS TO W-VNDBAL-INVOICED-YEAR.
     MOVE ZEROS TO W-VNDBAL-PAID-DELTA.
     MOVE ZEROS TO W-VNDBAL-PAID-YEAR.

     IF VNDBAL-PAYMENT-ONLY
        IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
           COMPUTE W-VNDBAL-OPEN-DELTA = 0 - W-VNDBAL-SIGN * VOUCHER-AMOUNT
           COMPUTE W-VNDBAL-COUNT-DELTA = 0 - W-VNDBAL-SIGN
           COMPUTE W-VNDBAL-PAID-DELTA = W-VNDBAL-SIGN * VOUCHER-PAID-AMOUNT
           COMPUTE W-VNDBAL-PAID-YEAR = VOUCHER-PAID-DATE / 10000
        END-IF
     ELSE
        IF VOUCHER-PAID-DATE EQUAL ZEROS
           COMPUTE W-VNDBAL-OPEN-DELTA = W-VNDBAL-SIGN * VOUCHER-AMOUNT
           MOVE W-VNDBAL-SIGN TO W-VNDBAL-COUNT-DELTA
        ELSE
           IF VNDBAL-WHOLE-VOUCHER
              COMPUTE W-VNDBAL-PAID-DELTA = W-VNDBAL-SIGN * VOUCHER-PAID-AMOUNT
              COMPUTE W-VNDBAL-PAID-YEAR = VOUCHER-PAID-DATE / 10000
           END-IF
        END-IF
        IF VNDBAL-WHOLE-VOUCHER
           COMPUTE W-VNDBAL-INVOICED-DELTA = W-VNDBAL-SIGN * VOUCHER-AMOUNT
           COMPUTE W-VNDBAL-INVOICED-YEAR = VOUCHER-DATE / 10000
        END-IF.

     IF W-VNDBAL-COUNT-DELTA NOT EQUAL ZEROS
        OR W-VNDBAL-INVOICED-DELTA NOT EQUAL ZEROS
        OR W-VNDBAL-PAID-DELTA NOT EQUAL ZEROS
        MOVE FUNCTION CURRENT-DATE(1:8) TO W-VNDBAL-TODAY
        OPEN I-O VENDOR-BALANCE-FILE
        MOVE VOUCHER-VENDOR  TO VNDBAL-VENDOR
        MOVE VOUCHER-COMPANY TO VNDBAL-COMPANY
        IF VNDBAL-COMPANY EQUAL ZEROS
           MOVE 1 TO VNDBAL-COMPANY
        END-IF
        READ VENDOR-BALANCE-FILE RECORD
           INVALID KEY
              MOVE ZEROS TO VNDBAL-OPEN-AMOUNT
              MOVE ZEROS TO VNDBAL-OPEN-COUNT
              MOVE ZEROS TO VNDBAL-OLDEST-DUE-DATE
              MOVE "Y"   TO VNDBAL-OLDEST-DUE-EXACT
              MOVE ZEROS TO VNDBAL-YTD-YEAR
              MOVE ZEROS TO VNDBAL-YTD-INVOICED
              MOVE ZEROS TO VNDBAL-YTD-PAID
              PERFORM APPLY-VENDOR-BALANCE-DELTAS
              WRITE VNDBAL-RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR WRITING THE VENDOR BALANCE ! ***"
              END-WRITE
           NOT INVALID KEY
              PERFORM APPLY-VENDOR-BALANCE-DELTAS
              REWRITE VNDBAL-RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR REWRITING THE VENDOR BALANCE ! ***"
              END-REWRITE
        END-READ
        CLOSE VENDOR-BALANCE-FILE.
*>_________________________________________________________________________
APPLY-VENDOR-BALANCE-DELTAS.

     ADD W-VNDBAL-OPEN-DELTA  TO VNDBAL-OPEN-AMOUNT.
     ADD W-VNDBAL-COUNT-DELTA TO VNDBAL-OPEN-COUNT.

*>   Adding an open voucher can only move the oldest due date earlier.
*>   Taking one away leaves the date as a lower bound, inexact, unless
*>   nothing is left open at all.

     IF VNDBAL-OPEN-COUNT NOT GREATER ZEROS
        MOVE ZEROS TO VNDBAL-OLDEST-DUE-DATE
        MOVE "Y"   TO VNDBAL-OLDEST-DUE-EXACT
     ELSE
        IF W-VNDBAL-COUNT-DELTA GREATER ZEROS
           IF VNDBAL-OPEN-COUNT EQUAL W-VNDBAL-COUNT-DELTA
              MOVE VOUCHER-DUE TO VNDBAL-OLDEST-DUE-DATE
              MOVE "Y"         TO VNDBAL-OLDEST-DUE-EXACT
           ELSE
              IF VOUCHER-DUE LESS VNDBAL-OLDEST-DUE-DATE
                 MOVE VOUCHER-DUE TO VNDBAL-OLDEST-DUE-DATE
              END-IF
           END-IF
        ELSE
           IF W-VNDBAL-COUNT-DELTA LESS ZEROS
              AND VOUCHER-DUE NOT GREATER VNDBAL-OLDEST-DUE-DATE
              MOVE "N" TO VNDBAL-OLDEST-DUE-EXACT
           END-IF
        END-IF.

*>   A posting for a later year starts that year afresh; anything for
*>   a year already rolled past no longer counts toward year-to-date.

     IF W-VNDBAL-INVOICED-YEAR GREATER VNDBAL-YTD-YEAR
        MOVE W-VNDBAL-INVOICED-YEAR TO VNDBAL-YTD-YEAR
        MOVE ZEROS TO VNDBAL-YTD-INVOICED
        MOVE ZEROS TO VNDBAL-YTD-PAID.
     IF W-VNDBAL-PAID-YEAR GREATER VNDBAL-YTD-YEAR
        MOVE W-VNDBAL-PAID-YEAR TO VNDBAL-YTD-YEAR
        MOVE ZEROS TO VNDBAL-YTD-INVOICED
        MOVE ZEROS TO VNDBAL-YTD-PAID.
     IF W-VNDBAL-INVOICED-YEAR EQUAL VNDBAL-YTD-YEAR
        ADD W-VNDBAL-INVOICED-DELTA TO VNDBAL-YTD-INVOICED.
     IF W-VNDBAL-PAID-YEAR EQUAL VNDBAL-YTD-YEAR
        ADD W-VNDBAL-PAID-DELTA TO VNDBAL-YTD-PAID.

     MOVE W-VNDBAL-TODAY TO VNDBAL-LAST-UPDATED.
*>_________________________________________________________________________
