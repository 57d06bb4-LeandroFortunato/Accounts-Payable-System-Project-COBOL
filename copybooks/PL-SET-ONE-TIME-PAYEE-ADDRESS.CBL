SET-ONE-TIME-PAYEE-ADDRESS.

*>   A voucher under the reserved one-time vendor carries its own
*>   payee: the check and remittance go to that name and address.
     MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
     READ ONE-TIME-PAYEE-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF OTP-VENDOR EQUAL VENDOR-NUMBER
              MOVE "N" TO W-PAYMENT-ASSIGNED
              MOVE OTP-NAME          TO W-PAYMENT-NAME
              MOVE OTP-ADDRESS-1     TO W-PAYMENT-ADDRESS-1
              MOVE OTP-ADDRESS-2     TO W-PAYMENT-ADDRESS-2
              MOVE OTP-CITY          TO W-PAYMENT-CITY
              MOVE OTP-STATE         TO W-PAYMENT-STATE
              MOVE OTP-ZIP           TO W-PAYMENT-ZIP
           END-IF
     END-READ.
*>_________________________________________________________________________
