           MOVE BK-VOUCHER-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
           MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           PERFORM POST-VOUCHER-CHANGE-TO-VENDOR-BALANCE
           IF VOUCHER-CHECK-NO NOT EQUAL ZEROS
              PERFORM ADD-CHECK-REGISTER-ENTRY.
           PERFORM DISPLAY-VOUCHER-RECORD
        MOVE W-VOUCHER-RECORD-AS-EDITED TO VOUCHER-RECORD.
*>_________________________________________________________________________

POST-VOUCHER-CHANGE-TO-VENDOR-BALANCE.

*>   Whatever the change was - amount, vendor, company, a payment or a
*>   reopened voucher - take the voucher as it stood out of the running
*>   vendor balance and put it back in as saved.

     MOVE VOUCHER-RECORD TO W-VOUCHER-RECORD-AS-EDITED.
     MOVE BK-VOUCHER-RECORD-BEFORE-CHANGE TO VOUCHER-RECORD.
     MOVE "VOUCHER" TO W-VNDBAL-PART.
     MOVE -1        TO W-VNDBAL-SIGN.
     PERFORM POST-VENDOR-BALANCE.

     MOVE W-VOUCHER-RECORD-AS-EDITED TO VOUCHER-RECORD.
     MOVE 1         TO W-VNDBAL-SIGN.
     PERFORM POST-VENDOR-BALANCE.
*>_________________________________________________________________________

ADD-CHECK-REGISTER-ENTRY.
     MOVE VOUCHER-CHECK-NO TO CHECKREG-CHECK-NUMBER.
     READ CHECK-REGISTER-FILE RECORD
