         FD VOUCHER-VAT-FILE
            LABEL RECORDS ARE STANDARD.

*>       Reclaimable input VAT/GST on a foreign vendor's invoice, kept
*>       beside the voucher the way job codes are. VOUCHER-AMOUNT stays
*>       the gross owed to the vendor; the USD VAT sits on its own GL
*>       line to the reclaim account and the rest of the distribution
*>       is the net. Amounts in the vendor's currency are what the
*>       reclaim agent files; a vendor billing in USD carries USD in
*>       both.
         01 VCVAT-RECORD.
            05 VCVAT-VOUCHER             PIC 9(07).
            05 VCVAT-VENDOR              PIC 9(05).
            05 VCVAT-COMPANY             PIC 9(01).
            05 VCVAT-COUNTRY             PIC X(02).
            05 VCVAT-REGISTRATION        PIC X(20).
            05 VCVAT-INVOICE             PIC X(15).
            05 VCVAT-INVOICE-DATE        PIC 9(08).
            05 VCVAT-CURRENCY            PIC X(03).
            05 VCVAT-RATE                PIC 9(02)V99.
            05 VCVAT-FOREIGN-GROSS       PIC S9(6)V99.
            05 VCVAT-FOREIGN-VAT         PIC S9(6)V99.
            05 VCVAT-EXCHANGE-RATE       PIC 9(3)V9(6).
            05 VCVAT-USD-VAT             PIC S9(6)V99.
            05 VCVAT-GL-ACCOUNT          PIC X(10).
