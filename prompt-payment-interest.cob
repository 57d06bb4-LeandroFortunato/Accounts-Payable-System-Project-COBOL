      COPY "SLPPINT.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "FDPPINT.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDPERBAL.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDFISCAL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".

      COPY "wscase01.cbl".
      COPY "wsperbal.cbl".
      COPY "wsvndbal.cbl".
      COPY "wsfiscal.cbl".

      01 W-PPI-MENU-OPTION                 PIC 9.
            MOVE "VOUCHER"      TO W-PERBAL-KIND
            MOVE VOUCHER-AMOUNT TO W-PERBAL-AMOUNT
            PERFORM POST-PERIOD-BALANCE
            MOVE "VOUCHER" TO W-VNDBAL-PART
            MOVE 1         TO W-VNDBAL-SIGN
            PERFORM POST-VENDOR-BALANCE
            PERFORM WRITE-THE-INTEREST-RECORD
            MOVE W-INTEREST-AMOUNT TO W-FORMATTED-AMOUNT
            DISPLAY "VOUCHER " W-SOURCE-VOUCHER " PAID " W-DAYS-LATE
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
*>_________________________________________________________________________
