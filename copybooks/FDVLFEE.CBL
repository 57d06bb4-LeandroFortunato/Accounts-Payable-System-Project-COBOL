         FD VOUCHER-LATE-FEE-FILE
            LABEL RECORDS ARE STANDARD.

*>       A late-payment fee or finance charge the vendor billed, kept
*>       beside the voucher that carries it: the whole voucher (line
*>       0) or one of its GL lines. The original voucher is the one
*>       paid late; zero when it was never on file and only its invoice
*>       number is known.
         01 LFEE-RECORD.
            05 LFEE-VOUCHER              PIC 9(07).
            05 LFEE-VENDOR               PIC 9(05).
            05 LFEE-COMPANY              PIC 9(01).
            05 LFEE-KIND                 PIC X(01).
               88 LFEE-IS-LATE-FEE         VALUE "L".
               88 LFEE-IS-FINANCE-CHARGE   VALUE "F".
            05 LFEE-GL-LINE              PIC 9(01).
            05 LFEE-AMOUNT               PIC S9(6)V99.
            05 LFEE-INVOICE              PIC X(15).
            05 LFEE-INVOICE-DATE         PIC 9(08).
            05 LFEE-ORIGINAL-VOUCHER     PIC 9(07).
            05 LFEE-ORIGINAL-INVOICE     PIC X(15).
            05 LFEE-ENTERED-BY           PIC X(10).
