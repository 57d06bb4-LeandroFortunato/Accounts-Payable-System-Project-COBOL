      COPY "SLRECUR.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "FDRECUR.CBL".
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

      01 W-MENU-OPTION                     PIC 9.

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLVOUCHER.CBL".
