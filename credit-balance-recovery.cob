      COPY "SLCONTRL.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLVNDBAL.CBL".

      SELECT LETTER-FILE
             ASSIGN TO "refund-request-letters.prn"
      COPY "FDCONTRL.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDVNDBAL.CBL".

      FD LETTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 W-LETTER-RUN                      PIC X.
         88 LETTER-RUN                    VALUE "Y".

      01 W-VENDOR-BALANCE-ON-FILE          PIC X.
         88 VENDOR-BALANCE-ON-FILE        VALUE "Y".

      77 ENTRY-CREDIT-VENDOR               PIC 9(5).
      77 ENTRY-RECOVERY-METHOD             PIC X(8).
      77 W-OPEN-BALANCE                    PIC S9(9)V99.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.
   OPEN INPUT VENDOR-BALANCE-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.
   CLOSE VENDOR-BALANCE-FILE.

   EXIT PROGRAM.


NET-THE-OPEN-BALANCE.

*>   The running vendor balance settles most vendors at a glance; only
*>   one that nets to a credit, or has no running balance yet, is
*>   walked voucher by voucher for its oldest credit.

   MOVE ZEROS TO W-OPEN-BALANCE.
   MOVE ZEROS TO W-OLDEST-CREDIT-DATE.
   PERFORM SUM-RUNNING-VENDOR-BALANCE.

   IF NOT VENDOR-BALANCE-ON-FILE OR W-OPEN-BALANCE LESS THAN ZEROS
      MOVE ZEROS TO W-OPEN-BALANCE
      MOVE "N" TO W-END-OF-GROUP
      MOVE VENDOR-NUMBER TO VOUCHER-VENDOR
      START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
         INVALID KEY
            MOVE "Y" TO W-END-OF-GROUP
      END-START
      PERFORM NET-ONE-OPEN-VOUCHER UNTIL END-OF-GROUP.
*>_________________________________________________________________________

SUM-RUNNING-VENDOR-BALANCE.

   MOVE "N" TO W-VENDOR-BALANCE-ON-FILE.
   MOVE "N" TO W-END-OF-GROUP.
   MOVE VENDOR-NUMBER TO VNDBAL-VENDOR.
   MOVE ZEROS         TO VNDBAL-COMPANY.
   START VENDOR-BALANCE-FILE KEY IS NOT LESS THAN VNDBAL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-GROUP.

   PERFORM ADD-ONE-RUNNING-BALANCE UNTIL END-OF-GROUP.
*>_________________________________________________________________________

ADD-ONE-RUNNING-BALANCE.

   READ VENDOR-BALANCE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-GROUP
      NOT AT END
         IF VNDBAL-VENDOR NOT EQUAL VENDOR-NUMBER
            MOVE "Y" TO W-END-OF-GROUP
         ELSE
            MOVE "Y" TO W-VENDOR-BALANCE-ON-FILE
            ADD VNDBAL-OPEN-AMOUNT TO W-OPEN-BALANCE
         END-IF
   END-READ.
*>_________________________________________________________________________

NET-ONE-OPEN-VOUCHER.
