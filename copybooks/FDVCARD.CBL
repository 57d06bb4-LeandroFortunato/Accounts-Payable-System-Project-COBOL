         FD VCARD-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.

*>       One single-use virtual card payment per voucher. Written
*>       REQUESTED when the voucher goes out in the card-issuer request
*>       file; the issuer's return file either charges it (the card
*>       reference is kept here and the voucher is paid under the
*>       7xxxxx reference) or declines it, leaving the voucher payable.
         01 VCARD-RECORD.
            05 VCARD-REFERENCE         PIC 9(06).
            05 VCARD-VOUCHER-NUMBER    PIC 9(07).
            05 VCARD-VENDOR-NUMBER     PIC 9(05).
            05 VCARD-INVOICE           PIC X(15).
            05 VCARD-AMOUNT            PIC S9(8)V99.
            05 VCARD-BANK-CODE         PIC X(03).
            05 VCARD-COMPANY           PIC 9(01).
            05 VCARD-REQUEST-DATE      PIC 9(08).
            05 VCARD-STATUS            PIC X.
               88 VCARD-IS-REQUESTED   VALUE "R".
               88 VCARD-IS-CHARGED     VALUE "C".
               88 VCARD-IS-DECLINED    VALUE "D".
            05 VCARD-CARD-REF          PIC X(20).
            05 VCARD-CHARGED-DATE      PIC 9(08).
