
         01 CHECKREG-RECORD.
            05 CHECKREG-CHECK-NUMBER     PIC 9(06).
*>             Virtual card payments are non-check items: the card
*>             network settles them, the bank never presents them.
               88 CHECKREG-IS-VCARD-ITEM VALUE 700001 THRU 799999.
            05 CHECKREG-VOUCHER-NUMBER   PIC 9(07).
            05 CHECKREG-VENDOR-NUMBER    PIC 9(05).
            05 CHECKREG-AMOUNT           PIC S9(8)V99.
