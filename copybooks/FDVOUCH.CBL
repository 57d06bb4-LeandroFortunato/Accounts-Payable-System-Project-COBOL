            05 VOUCHER-PO-NUMBER           PIC 9(05).
            05 VOUCHER-TYPE                PIC X(07).
               88 VOUCHER-IS-CREDIT-MEMO   VALUE "CREDIT".
               88 VOUCHER-IS-DEPOSIT       VALUE "DEPOSIT".
            05 VOUCHER-USE-TAX             PIC X.
               88 VOUCHER-HAS-USE-TAX      VALUE "Y".
            05 VOUCHER-USE-TAX-AMOUNT      PIC S9(6)V99.
