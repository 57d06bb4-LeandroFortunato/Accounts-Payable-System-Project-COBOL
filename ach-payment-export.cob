
         COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLVND02.CBL".
         COPY "SLBANK.CBL".

         COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDVND02.CBL".
         COPY "FDBANK.CBL".

         COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
         COPY "wsico.cbl".

        MOVE "PAYMENT"      TO W-PERBAL-KIND
        MOVE W-PAYABLE-PART TO W-PERBAL-AMOUNT
        PERFORM POST-PERIOD-BALANCE
        MOVE "PAYMENT" TO W-VNDBAL-PART
        MOVE 1         TO W-VNDBAL-SIGN
        PERFORM POST-VENDOR-BALANCE
        IF BANK-COMPANY NOT EQUAL ZEROS
           AND BANK-COMPANY NOT EQUAL W-SESSION-COMPANY
*>         another company's account funded this payment - book the loan
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
