
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

      01 W-OPTION                         PIC 9.
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE "VOUCHER" TO W-VNDBAL-PART
         MOVE 1         TO W-VNDBAL-SIGN
         PERFORM POST-VENDOR-BALANCE.
*>_________________________________________________________________________

READ-VOUCHER-NEXT-RECORD.

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
