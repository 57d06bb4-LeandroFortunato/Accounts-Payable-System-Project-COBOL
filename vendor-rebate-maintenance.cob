      COPY "SLVOUCH.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLVNDPAR.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "rebate-claim-report.prn"
      COPY "FDVOUCH.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDVNDPAR.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 W-END-OF-VENDOR-GROUP             PIC X.
         88 END-OF-VENDOR-GROUP           VALUE "Y".

      01 W-END-OF-CHILDREN                 PIC X.
         88 END-OF-CHILDREN               VALUE "Y".

      01 W-FOUND-REBATE-RECORD             PIC X.
         88 FOUND-REBATE-RECORD           VALUE "Y".

      77 W-TIER-INDEX                      PIC 9.
      77 W-EARNED-TIER                     PIC 9.
      77 W-PERIOD-SPEND                    PIC S9(9)V99.
      77 W-SPEND-VENDOR                    PIC 9(5).
      77 W-CHILD-VENDORS-INCLUDED          PIC 9(4).
      77 W-EARNED-REBATE                   PIC S9(8)V99.
      77 W-ACCRUED-COUNT                   PIC 9(4).
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
   OPEN I-O REBATE-AGREEMENT-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN INPUT VENDOR-PARENT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   CLOSE REBATE-AGREEMENT-FILE.
   CLOSE VENDOR-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE VENDOR-PARENT-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

SUM-PERIOD-SPEND.

*>   The tier is earned on the family's spend: the agreement vendor's
*>   own paid vouchers plus those of every vendor rolled up to it.

   MOVE ZEROS TO W-PERIOD-SPEND.
   MOVE ZEROS TO W-CHILD-VENDORS-INCLUDED.

   MOVE REBATE-VENDOR TO W-SPEND-VENDOR.
   PERFORM SUM-ONE-VENDOR-SPEND.

   MOVE "N" TO W-END-OF-CHILDREN.
   MOVE REBATE-VENDOR TO VNDPAR-PARENT.
   START VENDOR-PARENT-FILE KEY IS EQUAL TO VNDPAR-PARENT
      INVALID KEY
         MOVE "Y" TO W-END-OF-CHILDREN.

   PERFORM SUM-NEXT-CHILD-VENDOR-SPEND UNTIL END-OF-CHILDREN.
*>_________________________________________________________________________

SUM-NEXT-CHILD-VENDOR-SPEND.

   READ VENDOR-PARENT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-CHILDREN
      NOT AT END
         IF VNDPAR-PARENT NOT EQUAL REBATE-VENDOR
            MOVE "Y" TO W-END-OF-CHILDREN
         ELSE
            ADD 1 TO W-CHILD-VENDORS-INCLUDED
            MOVE VNDPAR-VENDOR TO W-SPEND-VENDOR
            PERFORM SUM-ONE-VENDOR-SPEND
         END-IF
   END-READ.
*>_________________________________________________________________________

SUM-ONE-VENDOR-SPEND.

   MOVE "N" TO W-END-OF-VENDOR-GROUP.

   MOVE W-SPEND-VENDOR TO VOUCHER-VENDOR.
   START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-VENDOR-GROUP.
      AT END
         MOVE "Y" TO W-END-OF-VENDOR-GROUP
      NOT AT END
         IF VOUCHER-VENDOR NOT EQUAL W-SPEND-VENDOR
            MOVE "Y" TO W-END-OF-VENDOR-GROUP
         ELSE
            IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
   END-STRING.
   WRITE PRINTER-RECORD.

   IF W-CHILD-VENDORS-INCLUDED NOT EQUAL ZEROS
      MOVE SPACES TO PRINTER-RECORD
      STRING "   INCLUDES THE SPEND OF " W-CHILD-VENDORS-INCLUDED
             " CHILD VENDOR(S) ROLLED UP TO THIS VENDOR"
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD.

   MOVE SPACES TO PRINTER-RECORD.
   IF W-EARNED-TIER EQUAL ZEROS
      MOVE "   NO TIER REACHED - NOTHING TO CLAIM" TO PRINTER-RECORD
