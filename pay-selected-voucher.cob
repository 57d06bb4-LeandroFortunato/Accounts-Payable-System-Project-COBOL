
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLWHHOLD.CBL".
      COPY "SLFWHHOLD.CBL".
      COPY "SLTREATY.CBL".
      COPY "SLSTATE.CBL".
      COPY "SLSTATWH.CBL".
      COPY "SLVNDSWH.CBL".
      COPY "SLATTACH.CBL".
      COPY "SLLEVY.CBL".
      COPY "SLVNDCERT.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLDOCIDX.CBL".
      COPY "SLPPEXC.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVOUCH.CBL".
      COPY "FDPERBAL.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDWHHOLD.CBL".
      COPY "FDFWHHOLD.CBL".
      COPY "FDTREATY.CBL".
      COPY "FDSTATE.CBL".
      COPY "FDSTATWH.CBL".
      COPY "FDVNDSWH.CBL".
      COPY "FDATTACH.CBL".
      COPY "FDLEVY.CBL".
      COPY "FDVNDCERT.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDDOCIDX.CBL".
      COPY "FDPPEXC.CBL".

   WORKING-STORAGE SECTION.


     COPY "wscase01.cbl".
      COPY "wstreaty.cbl".
      COPY "wsstatwh.cbl".
      COPY "wsperbal.cbl".
      COPY "wsvndbal.cbl".
     COPY "wscert.cbl".
     COPY "wsdate.cbl".

      01 W-FOUND-ARCHIVE-DUPLICATE         PIC X.
         88 FOUND-ARCHIVE-DUPLICATE       VALUE "Y".

      01 W-END-OF-BANK-RETURNS             PIC X.
         88 END-OF-BANK-RETURNS           VALUE "Y".

      01 ARC-VOUCHER-DETAIL.
         05 ARC-VOUCHER-NUMBER            PIC 9(07).
         05 ARC-VOUCHER-VENDOR            PIC 9(05).
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN I-O FOREIGN-WITHHOLDING-FILE.
   OPEN INPUT TREATY-RATE-FILE.
   OPEN INPUT STATE-FILE.
   OPEN I-O STATE-WITHHOLDING-FILE.
   OPEN INPUT VENDOR-STATE-WH-FILE.
   OPEN I-O PPAY-EXCEPTION-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE FOREIGN-WITHHOLDING-FILE.
   CLOSE TREATY-RATE-FILE.
   CLOSE STATE-FILE.
   CLOSE STATE-WITHHOLDING-FILE.
   CLOSE VENDOR-STATE-WH-FILE.
   CLOSE PPAY-EXCEPTION-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

     IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
        IF VOUCHER-CHECK-NO NOT EQUAL ZEROS
           PERFORM SHOW-BANK-RETURNED-CHECK
           MOVE  "*** VOUCHER MARKED AS PAID ALREADY ! ***  VOID THE CHECK AND RE-OPEN IT ?"
             TO  MSG-CONFIRMATION
        ELSE
                     IF NOT VOUCHER-CHANGED-ELSEWHERE AND NOT ERROR-WRITING
                        PERFORM CHECK-BACKUP-WITHHOLDING
                        PERFORM CHECK-FOREIGN-WITHHOLDING
                        PERFORM CHECK-STATE-WITHHOLDING
                        PERFORM CHECK-ATTACHMENT-ORDERS
                        PERFORM PRINT-REMITTANCE-ADVICE
                        MOVE VOUCHER-PAID-DATE   TO W-PERBAL-DATE
      ACCEPT DUMMY.
*>_________________________________________________________________________

CHECK-STATE-WITHHOLDING.

*>   A contractor paid for services performed in a state other than
*>   their own owes that state nonresident withholding once the
*>   year's payments pass its threshold. Every such payment is
*>   recorded, withheld or not, to keep the year's gross running.

   MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF FOUND-VENDOR-RECORD
      PERFORM RESOLVE-STATE-WITHHOLDING.

   IF FOUND-VENDOR-RECORD AND STATE-WH-APPLIES
      MOVE VOUCHER-PAID-DATE   TO W-STWH-PAID-DATE
      MOVE VOUCHER-NUMBER      TO W-STWH-VOUCHER
      PERFORM SUM-STATE-WH-YEAR-GROSS
*>    the base is what is actually being paid, as for Chapter 3
      MOVE VOUCHER-PAID-AMOUNT TO W-STWH-BASE
      PERFORM COMPUTE-STATE-WH-AMOUNT
      PERFORM RECORD-STATE-WH-PAYMENT
      IF W-STWH-AMOUNT NOT EQUAL ZEROS
         COMPUTE W-NET-AFTER-WITHHOLDING =
                 VOUCHER-PAID-AMOUNT - W-STWH-AMOUNT
         MOVE W-STWH-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "*** SERVICES PERFORMED IN " W-STWH-STATE
                 " BY A NONRESIDENT - WITHHOLD " VOUCHER-FORMATTED-AMOUNT
                 " STATE TAX"
         MOVE W-NET-AFTER-WITHHOLDING TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "    AND PAY THE VENDOR THE NET " VOUCHER-FORMATTED-AMOUNT
                 " ! ***  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

CHECK-ATTACHMENT-ORDERS.

*>   A levy or garnishment served against the vendor legally claims
      REWRITE CHECKREG-RECORD
         INVALID KEY
            DISPLAY "*** ERROR VOIDING THE CHECK IN THE REGISTER ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            PERFORM CLOSE-BANK-RETURNED-CHECK.
*>_________________________________________________________________________

SHOW-BANK-RETURNED-CHECK.

*>   A check the bank was told to return on a positive-pay exception
*>   is waiting on exactly this: voiding it and re-opening the voucher.

   MOVE "N" TO W-END-OF-BANK-RETURNS.
   MOVE VOUCHER-CHECK-NO TO PPEXC-CHECK-NUMBER.
   START PPAY-EXCEPTION-FILE KEY IS EQUAL TO PPEXC-CHECK-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-BANK-RETURNS.

   PERFORM SHOW-NEXT-BANK-RETURN UNTIL END-OF-BANK-RETURNS.
*>_________________________________________________________________________

SHOW-NEXT-BANK-RETURN.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-BANK-RETURNS
      NOT AT END
         IF PPEXC-CHECK-NUMBER NOT EQUAL VOUCHER-CHECK-NO
            MOVE "Y" TO W-END-OF-BANK-RETURNS
         ELSE
            IF PPEXC-VOID-PENDING
               COMPUTE DUMMY-FOR-DATE-12 = PPEXC-PRESENTED-DATE * 10000.0001
               MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY
               MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE
               DISPLAY "*** THE BANK WAS TOLD TO RETURN CHECK " VOUCHER-CHECK-NO
                       " PRESENTED ON " VOUCHER-FORMATTED-DATE
               DISPLAY "    (" PPEXC-REASON ")"
               DISPLAY "    - VOID IT AND RE-OPEN THIS VOUCHER TO PAY IT AGAIN ! ***"
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

CLOSE-BANK-RETURNED-CHECK.

   MOVE "N" TO W-END-OF-BANK-RETURNS.
   MOVE CHECKREG-CHECK-NUMBER TO PPEXC-CHECK-NUMBER.
   START PPAY-EXCEPTION-FILE KEY IS EQUAL TO PPEXC-CHECK-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-BANK-RETURNS.

   PERFORM CLOSE-NEXT-BANK-RETURN UNTIL END-OF-BANK-RETURNS.
*>_________________________________________________________________________

CLOSE-NEXT-BANK-RETURN.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-BANK-RETURNS
      NOT AT END
         IF PPEXC-CHECK-NUMBER NOT EQUAL CHECKREG-CHECK-NUMBER
            MOVE "Y" TO W-END-OF-BANK-RETURNS
         ELSE
            IF PPEXC-VOID-PENDING
               MOVE "V"                TO PPEXC-VOID-STATUS
               MOVE CHECKREG-VOID-DATE TO PPEXC-VOIDED-DATE
               REWRITE PPEXC-RECORD
                  INVALID KEY
                     MOVE "REWRITE"    TO W-EXCLOG-OPERATION
                     MOVE PPEXC-KEY    TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
               END-REWRITE
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

CONTINUE-VOUCHER-PAID-DATE.
            MOVE VOUCHER-PAID-AMOUNT TO W-PERBAL-AMOUNT
            PERFORM POST-PERIOD-BALANCE
            PERFORM CHECK-FOREIGN-WITHHOLDING
            PERFORM CHECK-STATE-WITHHOLDING
            PERFORM CHECK-ATTACHMENT-ORDERS
            PERFORM PRINT-REMITTANCE-ADVICE
         END-IF

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PLVOUCHER.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-CHECK-VENDOR-CERTIFICATES.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-RESOLVE-TREATY-RATE.CBL".
COPY "PL-STATE-WITHHOLDING.CBL".
COPY "ADD-NEW-VOUCHER.CBL".
COPY "PLDATE.CBL".
COPY "PLSYSAUD.CBL".
