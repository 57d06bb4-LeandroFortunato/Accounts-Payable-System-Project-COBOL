*> wsspoil.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-LOG-SPOILED-CHECK.CBL
*>    The caller has SPOILED-CHECK-FILE and CHECK-STOCK-FILE open I-O,
*>    fills W-SPOIL-CHECK-NUMBER, W-SPOIL-RUN-NUMBER, W-SPOIL-BANK-CODE,
*>    W-SPOIL-REASON, W-SPOIL-WAS-PRINTED and W-SPOIL-AMOUNT, then
*>    performs LOG-SPOILED-CHECK once the register shows the number void.
*>-------------------------------------------------------------------------

      77 W-SPOIL-CHECK-NUMBER          PIC 9(06).
      77 W-SPOIL-RUN-NUMBER            PIC 9(06).
      77 W-SPOIL-BANK-CODE             PIC X(03).
      77 W-SPOIL-REASON                PIC X(30).
      77 W-SPOIL-WAS-PRINTED           PIC X.
      77 W-SPOIL-AMOUNT                PIC S9(8)V99.
      77 W-SPOIL-USER-ID               PIC X(10).
      77 W-SPOIL-STOCK-EOF             PIC X.
      77 W-SPOIL-BOX-FOUND             PIC X.

      01 W-SPOIL-DAY-AND-TIME-RIGHT-NOW.
         05 W-SPOIL-DAY-TODAY          PIC 9(8).
         05 FILLER                     PIC X(1).
         05 W-SPOIL-TIME-NOW           PIC 9(5).
         05 FILLER                     PIC X(7).
