
         COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLVND02.CBL".
         COPY "SLSYSAUD.CBL".

         COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDVND02.CBL".
         COPY "FDSYSAUD.CBL".

         COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".

         01 W-DAY-AND-TIME-RIGHT-NOW.
     MOVE "PAYMENT"         TO W-PERBAL-KIND.
     COMPUTE W-PERBAL-AMOUNT = 0 - VOUCHER-PAID-AMOUNT.
     PERFORM POST-PERIOD-BALANCE.
     MOVE "PAYMENT" TO W-VNDBAL-PART.
     MOVE -1        TO W-VNDBAL-SIGN.
     PERFORM POST-VENDOR-BALANCE.

     MOVE ZEROS TO VOUCHER-PAID-DATE.
     MOVE ZEROS TO VOUCHER-PAID-AMOUNT.

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
