         FD VENDOR-DEPOSIT-FILE
            LABEL RECORDS ARE STANDARD.

*>       A deposit paid to a vendor ahead of the work, as a DEPOSIT
*>       voucher charged to the vendor-deposits asset account. Seq 00
*>       is the deposit itself: OPEN until later invoices of the vendor
*>       have taken all of it, then APPLIED. Seq 01 onward record each
*>       taking: the invoice voucher it reduced and by how much.
         01 VDEP-RECORD.
            05 VDEP-KEY.
               10 VDEP-DEPOSIT-VOUCHER   PIC 9(07).
               10 VDEP-SEQ               PIC 9(02).
            05 VDEP-VENDOR               PIC 9(05).
            05 VDEP-COMPANY              PIC 9(01).
*>          The deposit on seq 00; the amount taken on the others.
            05 VDEP-AMOUNT               PIC S9(6)V99.
*>          Zero on seq 00.
            05 VDEP-APPLIED-VOUCHER      PIC 9(07).
*>          The deposit's own invoice on seq 00; the invoice that took
*>          it on the others.
            05 VDEP-INVOICE              PIC X(15).
*>          The deposit's invoice date on seq 00; the day it was taken
*>          on the others.
            05 VDEP-DATE                 PIC 9(08).
            05 VDEP-GL-ACCOUNT           PIC X(10).
            05 VDEP-USER                 PIC X(10).
            05 VDEP-STATUS               PIC X(08).
               88 VDEP-IS-OPEN           VALUE "OPEN".
               88 VDEP-IS-APPLIED        VALUE "APPLIED".
            05 VDEP-APPLIED-TOTAL        PIC S9(6)V99.
            05 VDEP-LAST-SEQ             PIC 9(02).
