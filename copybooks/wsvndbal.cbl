*> wsvndbal.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-POST-VENDOR-BALANCE.CBL
*>    The caller leaves the voucher in VOUCHER-RECORD, fills
*>    W-VNDBAL-SIGN (+1 to add the voucher's effect, -1 to take it
*>    away) and W-VNDBAL-PART, then performs POST-VENDOR-BALANCE:
*>       VOUCHER - the whole voucher (add, delete, before and after
*>                 images of a change)
*>       PAYMENT - only the payment on it, with the voucher as paid
*>                 (+1 once paid, -1 before a payment is reversed)
*>       OPEN    - only what is still open on it (archiving, where
*>                 the year-to-date history stays)
*>-------------------------------------------------------------------------

      77 W-VNDBAL-SIGN                 PIC S9.
      77 W-VNDBAL-PART                 PIC X(07).
         88 VNDBAL-WHOLE-VOUCHER       VALUE "VOUCHER".
         88 VNDBAL-PAYMENT-ONLY        VALUE "PAYMENT".
         88 VNDBAL-OPEN-ONLY           VALUE "OPEN".
      77 W-VNDBAL-OPEN-DELTA           PIC S9(9)V99.
      77 W-VNDBAL-COUNT-DELTA          PIC S9(03).
      77 W-VNDBAL-INVOICED-DELTA       PIC S9(9)V99.
      77 W-VNDBAL-INVOICED-YEAR        PIC 9(04).
      77 W-VNDBAL-PAID-DELTA           PIC S9(9)V99.
      77 W-VNDBAL-PAID-YEAR            PIC 9(04).
      77 W-VNDBAL-TODAY                PIC 9(08).
