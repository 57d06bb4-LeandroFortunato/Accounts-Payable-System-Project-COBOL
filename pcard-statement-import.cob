
      COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".

      COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".

      COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
      COPY "wsdate.cbl".

         MOVE "PAYMENT"           TO W-PERBAL-KIND
         MOVE VOUCHER-PAID-AMOUNT TO W-PERBAL-AMOUNT
         PERFORM POST-PERIOD-BALANCE
         MOVE "PAYMENT" TO W-VNDBAL-PART
         MOVE 1         TO W-VNDBAL-SIGN
         PERFORM POST-VENDOR-BALANCE
   END-REWRITE.
*>_________________________________________________________________________

            MOVE "VOUCHER"      TO W-PERBAL-KIND
            MOVE VOUCHER-AMOUNT TO W-PERBAL-AMOUNT
            PERFORM POST-PERIOD-BALANCE
            MOVE "VOUCHER" TO W-VNDBAL-PART
            MOVE 1         TO W-VNDBAL-SIGN
            PERFORM POST-VENDOR-BALANCE

            MOVE VOUCHER-AMOUNT TO W-FORMATTED-AMOUNT
            MOVE SPACES TO PRINTER-RECORD

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
