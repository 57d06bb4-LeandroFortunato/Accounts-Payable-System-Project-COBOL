*> wsapprq.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-APPROVAL-QUEUE.CBL
*>    The caller has the ENTERED voucher in VOUCHER-RECORD and performs
*>    APPROVAL-QUEUE-CHECK, which tells whether the voucher is actually
*>    waiting on an approver: its entry batch is released, it is not
*>    held for double-key re-keying, and it is not on hold. The caller
*>    carries SLVBATCH/FDVBATCH and SLVVERF/FDVVERF and has both
*>    VOUCHER-BATCH-FILE and VOUCHER-VERIFY-FILE open for input.
*>-------------------------------------------------------------------------

      01 W-IN-APPROVAL-QUEUE           PIC X.
         88 VOUCHER-IN-APPROVAL-QUEUE  VALUE "Y".

      01 W-ENTRY-BATCH-RELEASED        PIC X.
         88 ENTRY-BATCH-IS-RELEASED    VALUE "Y".

      01 W-FOUND-BATCH-RECORD          PIC X.
         88 FOUND-BATCH-RECORD         VALUE "Y".

      01 W-AWAITING-RE-KEY             PIC X.
         88 AWAITING-RE-KEY            VALUE "Y".
