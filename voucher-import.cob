
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLVNDEVT.CBL".
      COPY "SLSESSION.CBL".

      SELECT IMPORT-FILE

      COPY "FDVOUCH.CBL".
      COPY "FDPERBAL.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDVNDEVT.CBL".
      COPY "FDSESSION.CBL".

      FD IMPORT-FILE

      COPY "wscase01.cbl".
      COPY "wsperbal.cbl".
      COPY "wsvndbal.cbl".
      COPY "wsfiscal.cbl".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 W-VNDEVT-PROGRAM        PIC X(20) VALUE "VOUCHER-IMPORT".
      77 W-VNDEVT-TYPE           PIC X(10).
      77 W-VNDEVT-VENDOR         PIC 9(05).
      77 W-VNDEVT-INVOICE        PIC X(15).
      77 W-VNDEVT-PO-NUMBER      PIC 9(05).
      77 W-VNDEVT-AMOUNT         PIC S9(6)V99.

      01 W-VNDEVT-DAY-AND-TIME-RIGHT-NOW.
         05 W-VNDEVT-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(13).

      77 W-REJECT-REASON                  PIC X(50).
      77 W-IMPORTED-COUNT                 PIC 9(6) VALUE 0.
      77 W-REJECTED-COUNT                 PIC 9(6) VALUE 0.

   IF FOUND-DUPLICATE-INVOICE
      MOVE "DUPLICATE INVOICE FOR THIS VENDOR" TO W-REJECT-REASON
      MOVE "Y" TO W-IMPORT-REJECTED
      MOVE "DUPINVOICE" TO W-VNDEVT-TYPE
      MOVE IM-VENDOR    TO W-VNDEVT-VENDOR
      MOVE IM-INVOICE   TO W-VNDEVT-INVOICE
      MOVE IM-PO        TO W-VNDEVT-PO-NUMBER
      MOVE IM-AMOUNT    TO W-VNDEVT-AMOUNT
      PERFORM LOG-VENDOR-EVENT.
*>_________________________________________________________________________

SCAN-VENDOR-VOUCHER-FOR-DUP.
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE "VOUCHER" TO W-VNDBAL-PART
         MOVE 1         TO W-VNDBAL-SIGN
         PERFORM POST-VENDOR-BALANCE
         IF VOUCHER-PO-NUMBER NOT EQUAL ZEROS
            PERFORM ACCRUE-IMPORTED-VOUCHER-ON-PO.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOOK-FOR-STATE-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PLVNDEVT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
