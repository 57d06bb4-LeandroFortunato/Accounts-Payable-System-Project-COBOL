   FILE-CONTROL.

      COPY "SLVOUCH.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLWAIVER.CBL".
      COPY "SLCHKREG.CBL".
   FILE SECTION.

      COPY "FDVOUCH.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDWAIVER.CBL".
      COPY "FDCHKREG.CBL".

      77 W-VENDOR-PROMPT-INPUT            PIC X(15).
      COPY "wslookup.cbl".
      COPY "wsvndbal.cbl".

      77 VOUCHER-FORMATTED-DATE           PIC ZZ/ZZ/ZZZZ.
      77 VOUCHER-MM-YY-CCYY               PIC 9(8).

COPY "PLGENERAL.CBL".
COPY "PLVOUCHER.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-VENDOR-NAME-LOOKUP.CBL".
COPY "READ-VOUCHER-NEXT-RECORD.CBL".
