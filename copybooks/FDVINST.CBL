         FD INSTALLMENT-PLAN-FILE
            LABEL RECORDS ARE STANDARD.

*>       One row per scheduled installment of an invoice payable in
*>       installments. The parent voucher is the one the invoice was
*>       keyed on and carries installment 1 itself; every later
*>       installment is its own voucher, split from the parent, with
*>       its own due date. Due date and amount are as planned - the
*>       installment voucher shows where it stands today.
         01 VINST-RECORD.
            05 VINST-KEY.
               10 VINST-PARENT-VOUCHER   PIC 9(07).
               10 VINST-SEQ              PIC 9(02).
            05 VINST-COUNT               PIC 9(02).
            05 VINST-VOUCHER             PIC 9(07).
            05 VINST-DUE                 PIC 9(08).
            05 VINST-AMOUNT              PIC S9(6)V99.
            05 VINST-INVOICE-TOTAL       PIC S9(6)V99.
            05 VINST-CREATED-BY          PIC X(10).
            05 VINST-CREATED-DATE        PIC 9(08).
