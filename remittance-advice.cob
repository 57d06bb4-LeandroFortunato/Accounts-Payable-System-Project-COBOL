         COPY "SLASSIGN.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLOTPAY.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "remittance-advice.prn"
         COPY "FDASSIGN.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDOTPAY.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
   OPEN INPUT VENDOR-FILE.
     OPEN INPUT ASSIGNMENT-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN INPUT ONE-TIME-PAYEE-FILE.
   OPEN EXTEND PRINTER-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   CLOSE VENDOR-FILE.
     CLOSE ASSIGNMENT-FILE.
   CLOSE CONTROL-FILE.
   CLOSE ONE-TIME-PAYEE-FILE.
   CLOSE PRINTER-FILE.

   MOVE "REMITTANCE" TO W-SPOOL-REPORT-ID.
PRINT-REMITTANCE-ADVICE.

   PERFORM SET-PAYMENT-DESTINATION-ADDRESS.
   PERFORM SET-ONE-TIME-PAYEE-ADDRESS.

   COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-PAID-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12(1:8) TO ADVICE-FORMATTED-DATE.

COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-SET-PAYMENT-DESTINATION-ADDRESS.CBL".
COPY "PL-SET-ONE-TIME-PAYEE-ADDRESS.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
