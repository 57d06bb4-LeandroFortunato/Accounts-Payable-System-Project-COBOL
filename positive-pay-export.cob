         COPY "SLVND02.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLXMIT.CBL".
         COPY "SLOTPAY.CBL".

         SELECT POSITIVE-PAY-FILE
                ASSIGN TO "positive-pay-export.txt"
         COPY "FDVND02.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDXMIT.CBL".
         COPY "FDOTPAY.CBL".

         FD POSITIVE-PAY-FILE
            LABEL RECORDS ARE OMITTED.
     IF EXPORT-IS-CONFIRMED
        OPEN INPUT CHECK-REGISTER-FILE
        OPEN INPUT VENDOR-FILE
        OPEN INPUT ONE-TIME-PAYEE-FILE
        OPEN OUTPUT POSITIVE-PAY-FILE

        MOVE "N" TO W-END-OF-FILE

        CLOSE CHECK-REGISTER-FILE
        CLOSE VENDOR-FILE
        CLOSE ONE-TIME-PAYEE-FILE
        CLOSE POSITIVE-PAY-FILE

        PERFORM WRITE-TRANSMISSION-LOG-ENTRY
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
*>         a virtual card payment is a non-check item - the bank never
*>         sees it presented, so there is nothing for it to match
           IF CHECKREG-DATE-ISSUED EQUAL W-EXPORT-DATE
              AND NOT CHECKREG-IS-VCARD-ITEM
              PERFORM WRITE-PP-ISSUE-RECORD
           END-IF
           IF CHECKREG-IS-VOID AND CHECKREG-VOID-DATE EQUAL W-EXPORT-DATE
              AND NOT CHECKREG-IS-VCARD-ITEM
              PERFORM WRITE-PP-VOID-RECORD
           END-IF
     END-READ.
        END-IF
     ELSE
        MOVE "** VENDOR NOT ON FILE **" TO PP-PAYEE-NAME.

*>   A one-time payee's check is drawn to the payee kept with the
*>   voucher, not to the reserved vendor it was entered under.
     MOVE CHECKREG-VOUCHER-NUMBER TO OTP-VOUCHER.
     READ ONE-TIME-PAYEE-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF OTP-VENDOR EQUAL CHECKREG-VENDOR-NUMBER
              MOVE OTP-NAME TO PP-PAYEE-NAME
           END-IF
     END-READ.
*>_________________________________________________________________________

WRITE-PP-TRAILER.
