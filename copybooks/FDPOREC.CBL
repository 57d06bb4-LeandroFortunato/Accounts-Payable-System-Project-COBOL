            05 POREC-AMOUNT           PIC S9(6)V99.
            05 POREC-RECEIVED-BY      PIC X(10).
            05 POREC-MEMO             PIC X(30).
*>          Set when evaluated receipt settlement bills the receipt for
*>          the vendor; zeros (or not numeric, on receipts logged before
*>          the field existed) while no voucher has been raised from it.
            05 POREC-ERS-VOUCHER      PIC 9(07).
            05 POREC-ERS-DATE         PIC 9(08).
