           MOVE "VOUCHER"      TO W-PERBAL-KIND
           MOVE VOUCHER-AMOUNT TO W-PERBAL-AMOUNT
           PERFORM POST-PERIOD-BALANCE
           MOVE "VOUCHER" TO W-VNDBAL-PART
           MOVE 1         TO W-VNDBAL-SIGN
           PERFORM POST-VENDOR-BALANCE
           PERFORM DISPLAY-VOUCHER-RECORD
           DISPLAY MSG-AFTER-SAVING
           ACCEPT DUMMY.
