RESOLVE-STATE-WITHHOLDING.

*>   Only 1099 contractors are in scope, and only when the services
*>   are performed in a state other than their own and that state
*>   sets a nonresident rate.

     MOVE "N"    TO W-STWH-APPLIES-FLAG.
     MOVE SPACES TO W-STWH-STATE.
     MOVE ZEROS  TO W-STWH-RATE.
     MOVE ZEROS  TO W-STWH-THRESHOLD.

     IF VENDOR-IS-1099-ELIGIBLE
        MOVE VENDOR-NUMBER TO VNDSWH-VENDOR
        READ VENDOR-STATE-WH-FILE RECORD
           INVALID KEY
              MOVE SPACES TO VNDSWH-SERVICES-STATE
        END-READ
        IF VNDSWH-SERVICES-STATE NOT EQUAL SPACES
           AND VNDSWH-SERVICES-STATE NOT EQUAL VENDOR-STATE
           MOVE VNDSWH-SERVICES-STATE TO STATE-CODE
           READ STATE-FILE RECORD
              INVALID KEY
                 MOVE ZEROS TO STATE-NR-WH-RATE
              NOT INVALID KEY
                 IF STATE-NR-WH-RATE NOT NUMERIC
*>                  a state row that predates the withholding fields
                    MOVE ZEROS TO STATE-NR-WH-RATE
                 END-IF
           END-READ
           IF STATE-NR-WH-RATE NOT EQUAL ZEROS
              MOVE "Y"                   TO W-STWH-APPLIES-FLAG
              MOVE VNDSWH-SERVICES-STATE TO W-STWH-STATE
              MOVE STATE-NR-WH-RATE      TO W-STWH-RATE
              IF STATE-NR-WH-THRESHOLD NUMERIC
                 MOVE STATE-NR-WH-THRESHOLD TO W-STWH-THRESHOLD.
*>_________________________________________________________________________

SUM-STATE-WH-YEAR-GROSS.

*>   What this payee has already been paid for services in the state
*>   this calendar year - the voucher being paid now left out, so a
*>   re-opened voucher paid again is not counted twice.

     MOVE ZEROS TO W-STWH-PRIOR-GROSS.
     MOVE "N"   TO W-STWH-END-OF-FILE.
     MOVE VENDOR-NUMBER TO SWHHOLD-VENDOR-NUMBER.
     START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VENDOR-NUMBER
        INVALID KEY
           MOVE "Y" TO W-STWH-END-OF-FILE.

     PERFORM SUM-NEXT-STATE-WH-PAYMENT UNTIL W-STWH-END-OF-FILE EQUAL "Y".
*>_________________________________________________________________________

SUM-NEXT-STATE-WH-PAYMENT.

     READ STATE-WITHHOLDING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-STWH-END-OF-FILE
        NOT AT END
           IF SWHHOLD-VENDOR-NUMBER NOT EQUAL VENDOR-NUMBER
              MOVE "Y" TO W-STWH-END-OF-FILE
           ELSE
              IF SWHHOLD-STATE EQUAL W-STWH-STATE
                 AND SWHHOLD-PAID-DATE (1:4) EQUAL W-STWH-PAID-DATE (1:4)
                 AND SWHHOLD-VOUCHER-NUMBER NOT EQUAL W-STWH-VOUCHER
                 ADD SWHHOLD-GROSS-AMOUNT TO W-STWH-PRIOR-GROSS
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

COMPUTE-STATE-WH-AMOUNT.

*>   Once the year's payments pass the threshold the whole of each
*>   further payment is withheld on, the payment that crosses it
*>   included.

     MOVE ZEROS TO W-STWH-AMOUNT.
     IF STATE-WH-APPLIES
        AND W-STWH-PRIOR-GROSS + W-STWH-BASE GREATER THAN W-STWH-THRESHOLD
        COMPUTE W-STWH-AMOUNT ROUNDED = W-STWH-BASE * W-STWH-RATE / 100.
*>_________________________________________________________________________

RECORD-STATE-WH-PAYMENT.

*>   Every payment is written, withheld or not, so the year's gross
*>   keeps running for the threshold and the payee statement.

     MOVE W-STWH-VOUCHER     TO SWHHOLD-VOUCHER-NUMBER.
     MOVE VENDOR-NUMBER      TO SWHHOLD-VENDOR-NUMBER.
     MOVE W-STWH-STATE       TO SWHHOLD-STATE.
     MOVE W-STWH-PAID-DATE   TO SWHHOLD-PAID-DATE.
     MOVE W-STWH-BASE        TO SWHHOLD-GROSS-AMOUNT.
     MOVE W-STWH-AMOUNT      TO SWHHOLD-AMOUNT.
     MOVE W-STWH-RATE        TO SWHHOLD-RATE.
     MOVE "N"                TO SWHHOLD-REMITTED.
     MOVE ZEROS              TO SWHHOLD-REMITTED-DATE.

     WRITE SWHHOLD-RECORD
        INVALID KEY
           REWRITE SWHHOLD-RECORD *> the voucher was re-opened and paid again
              INVALID KEY
                 MOVE "REWRITE"              TO W-EXCLOG-OPERATION
                 MOVE SWHHOLD-VOUCHER-NUMBER TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
           END-REWRITE.
*>_________________________________________________________________________
