APPROVAL-QUEUE-CHECK.

*>   An ENTERED voucher reaches an approver's inbox only once its
*>   batch is released and re-keying is done, and never while held.

     MOVE "N" TO W-IN-APPROVAL-QUEUE.

     PERFORM ENTRY-BATCH-IS-RELEASED-CHECK.
     PERFORM AWAITING-RE-KEY-CHECK.

     IF ENTRY-BATCH-IS-RELEASED
        AND NOT AWAITING-RE-KEY
        AND NOT VOUCHER-ON-HOLD
        MOVE "Y" TO W-IN-APPROVAL-QUEUE.
*>_________________________________________________________________________

ENTRY-BATCH-IS-RELEASED-CHECK.

*>   Vouchers keyed outside a batch are always releasable.

     MOVE "Y" TO W-ENTRY-BATCH-RELEASED.

     IF VOUCHER-BATCH-NUMBER NOT EQUAL ZEROS
        MOVE VOUCHER-BATCH-NUMBER TO VBATCH-NUMBER
        MOVE "Y" TO W-FOUND-BATCH-RECORD
        READ VOUCHER-BATCH-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-BATCH-RECORD
        END-READ
        IF FOUND-BATCH-RECORD AND NOT VBATCH-IS-RELEASED
           MOVE "N" TO W-ENTRY-BATCH-RELEASED.
*>_________________________________________________________________________

AWAITING-RE-KEY-CHECK.

*>   A voucher held for double-key verification, or sent back on a
*>   mismatch, cannot be approved yet.

     MOVE "N" TO W-AWAITING-RE-KEY.

     MOVE VOUCHER-NUMBER TO VVERF-VOUCHER.
     MOVE ZEROS          TO VVERF-SEQ.
     READ VOUCHER-VERIFY-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF VVERF-IS-PENDING OR VVERF-IS-RETURNED
              MOVE "Y" TO W-AWAITING-RE-KEY
           END-IF
     END-READ.
