*>          encumbrance is relieved as vouchers bill against it.
*>          Spaces on old orders - nothing encumbered.
            05 PO-GL-ACCOUNT          PIC X(10).
*>          The project / job the order is bought for; its unbilled
*>          balance is the job's committed spend. Spaces - no job.
            05 PO-JOB-NUMBER          PIC X(10).
*>          The requisition the order was converted from; zeros or
*>          spaces - keyed directly.
            05 PO-REQUISITION-NUMBER  PIC 9(06).
