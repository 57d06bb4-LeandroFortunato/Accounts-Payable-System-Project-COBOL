
      COPY "SLVOUCH.CBL".
      COPY "SLPERBAL.CBL".
      COPY "SLVNDBAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLPO.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLVNDEVT.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".
      COPY "SLDOCIDX.CBL".
      COPY "SLPREPAID.CBL".
      COPY "SLFAADD.CBL".
      COPY "SLJOB.CBL".
      COPY "SLVJOB.CBL".
      COPY "SLVCVAT.CBL".
      COPY "SLCARR.CBL".
      COPY "SLCARATE.CBL".
      COPY "SLVFRT.CBL".
      COPY "SLVLFEE.CBL".
      COPY "SLVINST.CBL".
      COPY "SLVDEP.CBL".
      COPY "SLUSER.CBL".
      COPY "SLDELEG.CBL".
      COPY "SLVAPPR.CBL".
      COPY "SLVNDPAR.CBL".
      COPY "SLVVERF.CBL".
      COPY "SLOTPAY.CBL".
      COPY "SLDENIED.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVOUCH.CBL".
      COPY "FDPERBAL.CBL".
      COPY "FDVNDBAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDPO.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDVNDEVT.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".
      COPY "FDDOCIDX.CBL".
      COPY "FDPREPAID.CBL".
      COPY "FDFAADD.CBL".
      COPY "FDJOB.CBL".
      COPY "FDVJOB.CBL".
      COPY "FDVCVAT.CBL".
      COPY "FDCARR.CBL".
      COPY "FDCARATE.CBL".
      COPY "FDVFRT.CBL".
      COPY "FDVLFEE.CBL".
      COPY "FDVINST.CBL".
      COPY "FDVDEP.CBL".
      COPY "FDUSER.CBL".
      COPY "FDDELEG.CBL".
      COPY "FDVAPPR.CBL".
      COPY "FDVNDPAR.CBL".
      COPY "FDVVERF.CBL".
      COPY "FDOTPAY.CBL".
      COPY "FDDENIED.CBL".

   WORKING-STORAGE SECTION.


     COPY "wscase01.cbl".
      COPY "wsperbal.cbl".
      COPY "wsvndbal.cbl".
      COPY "wsvndpar.cbl".
     COPY "wsdate.cbl".
     COPY "wssessto.cbl".

      01 W-VOUCHER-MENU-OPTION             PIC 9.
         88 VALID-VOUCHER-MENU-OPTION     VALUE  0 THROUGH 8.
         88 SHOW-ALL-THE-FIELDS           VALUE 2 THROUGH 7.

      01 W-FOUND-VENDOR-RECORD             PIC X.
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 W-VNDEVT-PROGRAM        PIC X(20) VALUE "VOUCHER-MAINTENANCE".
      77 W-VNDEVT-TYPE           PIC X(10).
      77 W-VNDEVT-VENDOR         PIC 9(05).
      77 W-VNDEVT-INVOICE        PIC X(15).
      77 W-VNDEVT-PO-NUMBER      PIC 9(05).
      77 W-VNDEVT-AMOUNT         PIC S9(6)V99.

      01 W-VNDEVT-DAY-AND-TIME-RIGHT-NOW.
         05 W-VNDEVT-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(13).

      77 ENTRY-VOUCHER-VENDOR-CHECK       PIC 9(05).
      77 ENTRY-VOUCHER-INVOICE-CHECK      PIC X(15).
      77 W-GL-LINE-INDEX                  PIC 9.
      77 PO-FORMATTED-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.

      77 W-COMBINED-TAX-RATE              PIC 99V999.
      77 W-BILLED-TAX-INPUT               PIC X(12).
      COPY "wsfiscal.cbl".

      01 W-FOUND-LOCTAX-RECORD            PIC X.
         88 CANCEL-THE-RECORD             VALUE "C", "c".
         88 CORRECT-A-FIELD               VALUE "1" THROUGH "9".

      COPY "wsperm.cbl".

      77 W-CURRENT-USER-ID                PIC X(10).

      77 W-VENDOR-OPEN-BALANCE            PIC S9(9)V99.
      77 W-EDITED-VOUCHER-NUMBER          PIC 9(7).
      77 W-FAMILY-OPEN-BALANCE            PIC S9(9)V99.
      77 W-FAMILY-VOUCHER-VENDOR          PIC 9(5).
      77 W-FAMILY-CHILD-COUNT             PIC 9(5).
      01 W-END-OF-FAMILY                  PIC X.
         88 END-OF-FAMILY                 VALUE "Y".
      77 W-VENDOR-BALANCE-ON-FILE         PIC X.
         88 VENDOR-BALANCE-ON-FILE        VALUE "Y".

      77 W-REMAINING-BUDGET               PIC S9(9)V99.
      77 W-EFFECTIVE-BUDGET               PIC S9(9)V99.
      77 W-THIS-MONTH-NUMBER              PIC 99.

*>    Service terms keyed against GL lines coded to a prepaid account,
*>    one slot per distribution line, turned into amortization
*>    schedules once the voucher is saved.
      01 W-PREPAID-TERMS-TABLE.
         05 W-PREPAID-TERMS OCCURS 5 TIMES.
            10 W-PREPAID-TERM-START       PIC 9(8).
            10 W-PREPAID-TERM-MONTHS      PIC 9(3).

      77 W-PREPAID-LINE-INDEX             PIC 9.

      01 W-FOUND-PREPAID-RECORD           PIC X.
         88 FOUND-PREPAID-RECORD          VALUE "Y".

*>    Asset details keyed against GL lines coded to a capital account,
*>    one slot per distribution line, written as asset additions for
*>    the fixed-asset feed once the voucher is saved.
      01 W-ASSET-DETAILS-TABLE.
         05 W-ASSET-DETAILS OCCURS 5 TIMES.
            10 W-ASSET-DESCRIPTION        PIC X(30).
            10 W-ASSET-LOCATION           PIC X(20).
            10 W-ASSET-USEFUL-LIFE        PIC 9(3).

      77 W-ASSET-LINE-INDEX               PIC 9.

      01 W-FOUND-FAADD-RECORD             PIC X.
         88 FOUND-FAADD-RECORD            VALUE "Y".

*>    The job each distribution line is coded to, kept beside the
*>    voucher in the voucher-job file once the voucher is saved.
      01 W-LINE-JOB-TABLE.
         05 W-LINE-JOB-NUMBER OCCURS 5 TIMES PIC X(10).

      77 W-JOB-LINE-INDEX                 PIC 9.

      01 W-JOB-NUMBER-CHECK               PIC X.
         88 JOB-NUMBER-IS-GOOD            VALUE "Y".

      01 W-FOUND-VJOB-RECORD              PIC X.
         88 FOUND-VJOB-RECORD             VALUE "Y".

*>    Input VAT on a foreign vendor's invoice, held while the voucher
*>    is keyed and written to the voucher-VAT file once it is saved.
*>    The USD VAT goes to the control file's reclaim account on the
*>    last GL line; the lines keyed by the user carry the net.
      01 W-VOUCHER-VAT.
         05 W-VAT-COUNTRY                 PIC X(02).
         05 W-VAT-REGISTRATION            PIC X(20).
         05 W-VAT-CURRENCY                PIC X(03).
         05 W-VAT-RATE                    PIC 9(02)V99.
         05 W-VAT-FOREIGN-GROSS           PIC S9(6)V99.
         05 W-VAT-FOREIGN-AMOUNT          PIC S9(6)V99.
         05 W-VAT-EXCHANGE-RATE           PIC 9(3)V9(6).
         05 W-VAT-USD-AMOUNT              PIC S9(6)V99.
         05 W-VAT-GL-ACCOUNT              PIC X(10).

      77 W-VAT-REGISTRATION-INPUT         PIC X(20).
      77 W-VAT-RATE-INPUT                 PIC X(06).
      77 W-VAT-BILLED-INPUT               PIC X(12).
      77 W-GL-NET-AMOUNT                  PIC S9(6)V99.
      77 W-GL-MAX-KEYED-LINES             PIC 9.

      01 W-FOUND-VCVAT-RECORD             PIC X.
         88 FOUND-VCVAT-RECORD            VALUE "Y".

      01 W-VAT-APPLIES                    PIC X.
         88 VAT-APPLIES                   VALUE "Y".

      01 W-VAT-RATE-ENTRY-DONE            PIC X.
         88 VAT-RATE-ENTRY-DONE           VALUE "Y".

*>    The shipment behind a freight carrier's bill and what the
*>    carrier's tariff says it should have cost, held while the
*>    voucher is keyed and written to the voucher-freight file once it
*>    is saved. W-FRT-HELD is "Y" when the audit put the voucher on
*>    hold, so a corrected bill that now audits clean can release it.
      01 W-VOUCHER-FREIGHT.
         05 W-FRT-PRO-NUMBER              PIC X(15).
         05 W-FRT-ORIGIN-ZIP              PIC X(05).
         05 W-FRT-DEST-ZIP                PIC X(05).
         05 W-FRT-WEIGHT                  PIC 9(06).
         05 W-FRT-WEIGHT-BREAK            PIC 9(06).
         05 W-FRT-RATE-PER-CWT            PIC 9(04)V99.
         05 W-FRT-FUEL-PERCENT            PIC 9(02)V99.
         05 W-FRT-EXPECTED                PIC S9(6)V99.
         05 W-FRT-VARIANCE                PIC S9(6)V99.
         05 W-FRT-RESULT                  PIC X(06).
         05 W-FRT-DUPLICATE-PRO           PIC X(01).
         05 W-FRT-HELD                    PIC X(01).

      77 W-FRT-INPUT                      PIC X(15).
      77 W-FRT-WEIGHT-INPUT               PIC X(08).
      77 W-FRT-LINE-HAUL                  PIC S9(6)V99.
      77 W-FRT-TOLERANCE-AMOUNT           PIC S9(6)V99.
      77 W-FRT-FORMATTED-WEIGHT           PIC ZZZ,ZZ9.

      01 W-FREIGHT-APPLIES                PIC X.
         88 FREIGHT-APPLIES               VALUE "Y".

      01 W-FOUND-VFRT-RECORD              PIC X.
         88 FOUND-VFRT-RECORD             VALUE "Y".

      01 W-END-OF-FREIGHT-RATES           PIC X.
         88 END-OF-FREIGHT-RATES          VALUE "Y".

      01 W-END-OF-SAME-PRO                PIC X.
         88 END-OF-SAME-PRO               VALUE "Y".

*>    A late-payment fee or finance charge on this voucher, held while
*>    it is keyed and written to the late-fee file once it is saved.
*>    The GL line is 0 when the whole voucher is the fee.
      01 W-VOUCHER-LATE-FEE.
         05 W-LFEE-KIND                   PIC X(01).
            88 LATE-FEE-MARKED            VALUE "L", "F".
         05 W-LFEE-GL-LINE                PIC 9(01).
         05 W-LFEE-AMOUNT                 PIC S9(6)V99.
         05 W-LFEE-ORIGINAL-VOUCHER       PIC 9(07).
         05 W-LFEE-ORIGINAL-INVOICE       PIC X(15).
         05 W-LFEE-ORIGINAL-VENDOR        PIC 9(05).

      77 W-LFEE-INPUT                     PIC X(15).
      77 W-LFEE-CHARGED-COUNT             PIC 9(03).
      77 W-LFEE-CHARGED-TOTAL             PIC S9(7)V99.

      01 W-LFEE-LINE-VALID                PIC X.
         88 LATE-FEE-LINE-VALID           VALUE "Y".

      01 W-LFEE-ORIGINAL-VALID            PIC X.
         88 LATE-FEE-ORIGINAL-VALID       VALUE "Y".

      01 W-FOUND-LFEE-ORIGINAL            PIC X.
         88 FOUND-LFEE-ORIGINAL           VALUE "Y".

      01 W-FOUND-LFEE-RECORD              PIC X.
         88 FOUND-LFEE-RECORD             VALUE "Y".

*>    An invoice payable in scheduled installments: the due date and
*>    amount of each, held while it is keyed, and the voucher each one
*>    became once the invoice is saved and cut.
      01 W-INSTALLMENT-PLAN.
         05 W-INST-COUNT                  PIC 9(02).
            88 INSTALLMENT-PLAN-DEFINED   VALUE 2 THRU 12.
         05 W-INST-ENTRY OCCURS 12 TIMES.
            10 W-INST-DUE                 PIC 9(08).
            10 W-INST-AMOUNT              PIC S9(6)V99.
            10 W-INST-VOUCHER             PIC 9(07).

      01 W-INST-PARENT-GL-TABLE.
         05 W-INST-PARENT-GL-AMOUNT       PIC S9(6)V99 OCCURS 5 TIMES.
         05 W-INST-GL-GIVEN               PIC S9(6)V99 OCCURS 5 TIMES.

      77 W-INST-INDEX                     PIC 9(02).
      77 W-INST-REMAINING                 PIC S9(6)V99.
      77 W-INST-EVEN-SHARE                PIC S9(6)V99.
      77 W-INST-AMOUNT-KEYED              PIC 9(6)V99.
      77 W-INST-INVOICE-TOTAL             PIC S9(6)V99.
      77 W-INST-LINE-SUM                  PIC S9(7)V99.
      77 W-INST-PARENT-NUMBER             PIC 9(07).
      77 W-INST-PARENT-HOLD               PIC X(01).
      77 W-INST-CREATED-COUNT             PIC 9(02).
      77 W-INST-PARENT-IMAGE              PIC X(512).

      01 W-INST-COUNT-KEYED               PIC 9(02).
         88 INST-COUNT-ACCEPTABLE         VALUE 0, 2 THRU 12.

      01 W-INST-ANSWER                    PIC X.
         88 INSTALLMENTS-WANTED           VALUE "Y".
         88 INST-ANSWER-VALID             VALUE "Y", "N".

      01 W-INST-DUE-VALID                 PIC X.
         88 INST-DUE-VALID                VALUE "Y".

      01 W-INST-AMOUNT-VALID              PIC X.
         88 INST-AMOUNT-VALID             VALUE "Y".

      01 W-FOUND-VINST-PARENT             PIC X.
         88 FOUND-VINST-PARENT            VALUE "Y".

      01 W-INST-VERIFY-PENDING            PIC X.
         88 INST-VERIFY-PENDING           VALUE "Y".

*>    The open deposits of the vendor offered against a final invoice,
*>    and how much each one gave; on a delete, the deposits the
*>    invoice took and the sequence each taking was written under.
      01 W-DEPOSIT-TABLE.
         05 W-DEP-COUNT                   PIC 9(02).
         05 W-DEP-ENTRY OCCURS 10 TIMES.
            10 W-DEP-VOUCHER              PIC 9(07).
            10 W-DEP-SEQ                  PIC 9(02).
            10 W-DEP-INVOICE              PIC X(15).
            10 W-DEP-GL-ACCOUNT           PIC X(10).
            10 W-DEP-OPEN-AMOUNT          PIC S9(6)V99.
            10 W-DEP-TAKEN                PIC S9(6)V99.

      77 W-DEP-INDEX                      PIC 9(02).
      77 W-DEP-GL-LINE                    PIC 9(01).
      77 W-DEP-TAKE                       PIC S9(6)V99.
      77 W-DEP-APPLIED-TOTAL              PIC S9(7)V99.
      77 W-DEP-INVOICE-VOUCHER            PIC 9(07).
      77 W-DEP-TAKEN-BY                   PIC 9(07).
      77 W-DEP-TAKEN-TOTAL                PIC S9(7)V99.

      01 W-DEP-ANSWER                     PIC X.
         88 DEPOSIT-TO-BE-APPLIED         VALUE "Y".
         88 DEP-ANSWER-VALID              VALUE "Y", "N".

      01 W-FOUND-VDEP-RECORD              PIC X.
         88 FOUND-VDEP-RECORD             VALUE "Y".

      01 W-FOUND-DEP-INVOICE              PIC X.
         88 FOUND-DEP-INVOICE             VALUE "Y".

*>    Approval limits: the approver's own, or that of an absent
*>    colleague who delegated to them, must cover the voucher; at or
*>    over the control file's dual-approval amount two different
*>    users must approve it.
      01 W-HAS-APPROVAL-AUTHORITY         PIC X.
         88 HAS-APPROVAL-AUTHORITY        VALUE "Y".

      01 W-TWO-APPROVALS-NEEDED           PIC X.
         88 TWO-APPROVALS-NEEDED          VALUE "Y".

      01 W-PENDING-FIRST-APPROVAL         PIC X.
         88 PENDING-FIRST-APPROVAL        VALUE "Y".

      01 W-FOUND-USER-RECORD              PIC X.
         88 FOUND-USER-RECORD             VALUE "Y".

      01 W-END-OF-DELEGATIONS             PIC X.
         88 END-OF-DELEGATIONS            VALUE "Y".

      01 W-END-OF-APPROVALS               PIC X.
         88 END-OF-APPROVALS              VALUE "Y".

      77 W-APPROVAL-AMOUNT                PIC 9(8)V99.
      77 W-OWN-LIMIT                      PIC 9(8)V99.
      77 W-APPROVING-FOR                  PIC X(10).
      77 W-FIRST-APPROVED-BY              PIC X(10).
      77 W-FIRST-ON-BEHALF-OF             PIC X(10).
      77 W-FIRST-APPROVAL-DATE            PIC 9(8).
      77 W-NEXT-VAPPR-SEQ                 PIC 9(03).
      77 W-APPROVERS-LISTED               PIC 9(02).
      77 W-FORMATTED-LIMIT                PIC ZZ,ZZZ,ZZ9.99.
      77 W-FORMATTED-APPROVAL             PIC ZZ,ZZZ,ZZ9.99.

*>    Double-key verification: over the control file's verify amount
*>    a new voucher waits for a second user to re-key its vendor,
*>    invoice and amount blind, and cannot be approved before then.
      01 W-FOUND-VVERF-HEADER             PIC X.
         88 FOUND-VVERF-HEADER            VALUE "Y".

      01 W-VERIFY-REQUIRED                PIC X.
         88 VERIFY-IS-REQUIRED            VALUE "Y".

      01 W-VOUCHER-UNVERIFIED             PIC X.
         88 VOUCHER-UNVERIFIED            VALUE "Y".

      01 W-VERIFY-WRITE-ERROR             PIC X.
         88 VERIFY-WRITE-ERROR            VALUE "Y".

      01 W-END-OF-VERIFY-FILE             PIC X.
         88 END-OF-VERIFY-FILE            VALUE "Y".

      01 W-VERIFY-RESULT                  PIC X(08).
         88 VERIFY-RE-KEY-MATCHED         VALUE "MATCH".

      77 W-VERIFY-THRESHOLD               PIC 9(8)V99.
      77 W-VERIFY-VOUCHER-AMOUNT          PIC 9(8)V99.
      77 W-VERIFY-DOCUMENT-AMOUNT         PIC 9(6)V99.
      77 W-VERIFY-VENDOR                  PIC 9(05).
      77 W-VERIFY-INVOICE                 PIC X(15).
      77 W-VERIFY-AMOUNT                  PIC 9(6)V99.
      77 W-VERIFY-NEXT-SEQ                PIC 9(02).
      77 W-VERIFY-ENTERED-BY              PIC X(10).
      77 W-VERIFY-NEW-STATUS              PIC X(08).
      77 W-VERIFY-LISTED                  PIC 9(02).
      77 W-FORMATTED-VERIFY-AMOUNT        PIC ZZZ,ZZ9.99.
      77 W-FORMATTED-KEYED-AMOUNT         PIC ZZZ,ZZ9.99.

*>    The payee of a voucher under the reserved one-time vendor, as
*>    keyed before the voucher exists.
      77 W-ONE-TIME-VENDOR                PIC 9(05).
      77 W-OTP-PRIOR-VENDOR               PIC 9(05).

      01 W-ONE-TIME-PAYEE.
         05 W-OTP-NAME                    PIC X(30).
         05 W-OTP-ADDRESS-1               PIC X(30).
         05 W-OTP-ADDRESS-2               PIC X(30).
         05 W-OTP-CITY                    PIC X(20).
         05 W-OTP-STATE                   PIC X(02).
         05 W-OTP-ZIP                     PIC X(10).
         05 W-OTP-TAX-ID                  PIC X(11).
         05 W-OTP-REASON                  PIC X(06).
            88 VALID-ONE-TIME-REASON      VALUE "REFUND", "SETTLE",
                                                "REIMB", "OTHER".
            88 ONE-TIME-IS-SETTLEMENT     VALUE "SETTLE".
         05 W-OTP-1099-REPORTABLE         PIC X(01).
            88 VALID-ONE-TIME-1099-ANSWER VALUE "Y", "N".
         05 W-OTP-SCREEN-STATUS           PIC X(07).
            88 ONE-TIME-PAYEE-HIT         VALUE "HIT".
            88 ONE-TIME-PAYEE-BLOCKED     VALUE "BLOCKED".
         05 W-OTP-SCREEN-MATCHED-NAME     PIC X(40).
         05 W-OTP-DUP-VENDOR              PIC 9(05).

      01 W-FOUND-OTP-RECORD               PIC X.
         88 FOUND-OTP-RECORD              VALUE "Y".

      01 W-OTP-DUP-FOUND                  PIC X.
         88 OTP-DUP-FOUND                 VALUE "Y".

      COPY "wsscreen.cbl".
*>_________________________________________________________________________

PROCEDURE DIVISION.

   OPEN I-O VOUCHER-FILE.
   OPEN I-O DOCUMENT-INDEX-FILE.
   OPEN I-O PREPAID-SCHEDULE-FILE.
   OPEN I-O ASSET-ADDITION-FILE.
   OPEN I-O VOUCHER-JOB-FILE.
   OPEN I-O VOUCHER-VAT-FILE.
   OPEN INPUT CARRIER-FILE.
   OPEN INPUT CARRIER-RATE-FILE.
   OPEN I-O VOUCHER-FREIGHT-FILE.
   OPEN I-O VOUCHER-LATE-FEE-FILE.
   OPEN I-O INSTALLMENT-PLAN-FILE.
   OPEN I-O VENDOR-DEPOSIT-FILE.
   OPEN I-O ONE-TIME-PAYEE-FILE.
   OPEN INPUT JOB-FILE.
   OPEN INPUT USER-FILE.
   OPEN INPUT APPROVAL-DELEGATION-FILE.
   OPEN I-O VOUCHER-APPROVAL-FILE.
   OPEN I-O VOUCHER-VERIFY-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN I-O PURCHASE-ORDER-FILE.
   OPEN INPUT PO-RECEIVING-FILE.
   OPEN I-O CHECK-REGISTER-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM READ-CURRENT-SESSION-USER.
   PERFORM READ-ONE-TIME-VENDOR.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-VOUCHER-MENU-OPTION EQUAL ZERO
   CLOSE VOUCHER-FILE.
   CLOSE DOCUMENT-INDEX-FILE.
   CLOSE PREPAID-SCHEDULE-FILE.
   CLOSE ASSET-ADDITION-FILE.
   CLOSE VOUCHER-JOB-FILE.
   CLOSE VOUCHER-VAT-FILE.
   CLOSE CARRIER-FILE.
   CLOSE CARRIER-RATE-FILE.
   CLOSE VOUCHER-FREIGHT-FILE.
   CLOSE VOUCHER-LATE-FEE-FILE.
   CLOSE INSTALLMENT-PLAN-FILE.
   CLOSE VENDOR-DEPOSIT-FILE.
   CLOSE ONE-TIME-PAYEE-FILE.
   CLOSE JOB-FILE.
   CLOSE USER-FILE.
   CLOSE APPROVAL-DELEGATION-FILE.
   CLOSE VOUCHER-APPROVAL-FILE.
   CLOSE VOUCHER-VERIFY-FILE.
   CLOSE VENDOR-FILE.
   CLOSE PURCHASE-ORDER-FILE.
   CLOSE PO-RECEIVING-FILE.
   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-SESSION-USER.

   ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
   OPEN INPUT SESSION-FILE.
   READ SESSION-FILE RECORD
      INVALID KEY
         MOVE SPACES TO W-CURRENT-USER-ID
      NOT INVALID KEY
         IF SESSION-IS-ACTIVE
            MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
         ELSE
            MOVE SPACES TO W-CURRENT-USER-ID.
   CLOSE SESSION-FILE.
*>_________________________________________________________________________

READ-ONE-TIME-VENDOR.

   MOVE ZEROS TO W-ONE-TIME-VENDOR.
   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF CONTROL-ONE-TIME-VENDOR NUMERIC
            MOVE CONTROL-ONE-TIME-VENDOR TO W-ONE-TIME-VENDOR.
*>_________________________________________________________________________

GET-MENU-OPTION.
         
         PERFORM CLEAR-SCREEN.
         DISPLAY "                              | 5 - APPROVE VOUCHER    |".
         DISPLAY "                              | 6 - HOLD/RELEASE VOUCHER |".
         DISPLAY "                              | 7 - DOCUMENT REFERENCES |".
         DISPLAY "                              | 8 - VERIFY VOUCHER     |".
         DISPLAY "                              | 0 - EXIT               |".
         DISPLAY "                              --------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES. 
         ACCEPT W-VOUCHER-MENU-OPTION.

        IF W-VOUCHER-MENU-OPTION NOT EQUAL ZERO
           PERFORM CHECK-SESSION-IDLE-TIMEOUT
           IF SESSION-TIMED-OUT
              PERFORM SIGN-ON-AGAIN.

        IF W-VOUCHER-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
              ACCEPT DUMMY.
*>_________________________________________________________________________

SIGN-ON-AGAIN.

*>   The session was ended for sitting idle (or forced off): back out
*>   to the main menu, which makes the user sign on before anything
*>   else runs.

   DISPLAY "YOUR SESSION HAS ENDED - SIGN ON AGAIN FROM THE MAIN MENU. <ENTER> TO CONTINUE".
   ACCEPT DUMMY.
   MOVE ZERO TO W-VOUCHER-MENU-OPTION.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

*>   Which options a role may choose is kept in the role/permission
*>   matrix (role-maintenance).

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "VOUC"                TO W-PERM-MENU.
   MOVE W-VOUCHER-MENU-OPTION TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF PERMISSION-GRANTED
      PERFORM RUN-VOUCHER-MENU-OPTION
   ELSE
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-VOUCHER-MENU-OPTION EQUAL ZERO 
                            OR VALID-VOUCHER-MENU-OPTION.
*>_________________________________________________________________________

RUN-VOUCHER-MENU-OPTION.

   IF W-VOUCHER-MENU-OPTION = 1
      MOVE "ADD    " TO MSG-OPTION
      PERFORM ADD-MODULE.
      MOVE "ATTACH " TO MSG-OPTION
      PERFORM DOCUMENT-REFS-MODULE.

   IF W-VOUCHER-MENU-OPTION = 8
      MOVE "VERIFY " TO MSG-OPTION
      PERFORM VERIFY-MODULE.
*>_________________________________________________________________________

ADD-MODULE.
   MOVE ZEROS TO VOUCHER-DISCOUNT-DATE.
   MOVE ZEROS TO VOUCHER-TAX-AMOUNT.
   MOVE ZEROS TO VOUCHER-GL-LINE-COUNT.
   MOVE ZEROS TO W-PREPAID-TERMS-TABLE.
   INITIALIZE W-ASSET-DETAILS-TABLE.
   MOVE SPACES TO W-LINE-JOB-TABLE.
   INITIALIZE W-VOUCHER-VAT.
   INITIALIZE W-VOUCHER-FREIGHT.
   INITIALIZE W-VOUCHER-LATE-FEE.
   INITIALIZE W-INSTALLMENT-PLAN.
   INITIALIZE W-ONE-TIME-PAYEE.
   MOVE "N" TO W-TEMPLATE-OFFERED.
   MOVE ZEROS TO VOUCHER-SPLIT-FROM-NUMBER.
   MOVE ZEROS TO VOUCHER-PO-NUMBER.
      PERFORM ADD-NEW-VOUCHER
      IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
         PERFORM ACCRUE-GL-LINES-AGAINST-BUDGETS
         PERFORM WRITE-PREPAID-SCHEDULES
         PERFORM WRITE-ASSET-ADDITIONS
         PERFORM WRITE-VOUCHER-JOB-CODES
         PERFORM WRITE-VOUCHER-VAT
         PERFORM WRITE-VOUCHER-FREIGHT
         PERFORM WRITE-VOUCHER-LATE-FEE
         PERFORM WRITE-VENDOR-DEPOSIT
         PERFORM WRITE-ONE-TIME-PAYEE
         PERFORM HOLD-NEW-VOUCHER-FOR-FREIGHT
         PERFORM HOLD-NEW-VOUCHER-FOR-SCREENING
         PERFORM HOLD-NEW-VOUCHER-FOR-VERIFICATION
         IF VOUCHER-BATCH-NUMBER NOT EQUAL ZEROS
            PERFORM ACCRUE-VOUCHER-AGAINST-BATCH
         END-IF
         IF VOUCHER-PO-NUMBER NOT EQUAL ZEROS
            PERFORM ACCRUE-VOUCHER-AGAINST-PO
         END-IF
         PERFORM APPLY-OPEN-DEPOSITS
         IF INSTALLMENT-PLAN-DEFINED
            PERFORM SPLIT-INTO-INSTALLMENTS.

   IF VOUCHER-RECORD NOT EQUAL SPACES AND CANCEL-THE-RECORD
      DISPLAY "THE VOUCHER WAS NOT SAVED ! <ENTER> TO CONTINUE"
*>   more finishing the record and re-keying through change mode.

   PERFORM DISPLAY-VOUCHER-RECORD.
   IF INSTALLMENT-PLAN-DEFINED
      PERFORM SHOW-INSTALLMENT-PLAN.
   IF VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
      PERFORM SHOW-ONE-TIME-PAYEE.
   DISPLAY "S)AVE, C)ANCEL, OR FIELD NUMBER 1-9 TO CORRECT: ".
   MOVE SPACES TO W-REVIEW-ANSWER.
   ACCEPT W-REVIEW-ANSWER.
         DISPLAY "AMOUNT: RE-ENTER FIELD 9 ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE SPACES TO W-REVIEW-ANSWER.

   IF SAVE-THE-RECORD AND VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
      AND W-OTP-NAME EQUAL SPACES
      DISPLAY "CANNOT SAVE - THE ONE-TIME PAYEE'S NAME AND ADDRESS ARE MISSING:"
      DISPLAY "RE-ENTER FIELD 1 ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE SPACES TO W-REVIEW-ANSWER.

   IF SAVE-THE-RECORD AND INSTALLMENT-PLAN-DEFINED
      PERFORM SUM-INSTALLMENT-PLAN
      IF W-INST-LINE-SUM NOT EQUAL VOUCHER-AMOUNT
         OR W-INST-DUE (1) LESS THAN VOUCHER-DATE
         DISPLAY "CANNOT SAVE - THE INSTALLMENTS NO LONGER FIT THE AMOUNT OR THE"
         DISPLAY "INVOICE DATE: RE-ENTER FIELD 6 ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE SPACES TO W-REVIEW-ANSWER.
*>_________________________________________________________________________

CORRECT-ONE-ADD-FIELD.
   MOVE "N" TO W-GL-ENTRY-DONE.

   IF ENTRY-RECORD-FIELD = 1
      MOVE VOUCHER-VENDOR TO W-OTP-PRIOR-VENDOR
      PERFORM GET-VOUCHER-VENDOR
      PERFORM GET-VOUCHER-VENDOR
                       UNTIL (VOUCHER-VENDOR NOT EQUAL ZEROS
                                        AND
                                  FOUND-VENDOR-RECORD)
                          OR QUIT-IS-CONFIRMED
      IF NOT QUIT-IS-CONFIRMED
         PERFORM RECHECK-ONE-TIME-PAYEE
         PERFORM GET-VOUCHER-FREIGHT
         PERFORM REFRESH-VOUCHER-LATE-FEE.

   IF ENTRY-RECORD-FIELD = 2
      PERFORM GET-VOUCHER-INVOICE
      PERFORM GET-VOUCHER-DUE
      PERFORM GET-VOUCHER-DUE
                       UNTIL VOUCHER-DUE NOT EQUAL ZEROS
                          OR QUIT-IS-CONFIRMED
      IF NOT QUIT-IS-CONFIRMED
         AND VOUCHER-VENDOR NOT EQUAL W-ONE-TIME-VENDOR
         PERFORM GET-INSTALLMENT-PLAN.

   IF ENTRY-RECORD-FIELD = 7
      PERFORM GET-VOUCHER-DEDUCTIBLE
      PERFORM GET-VOUCHER-GL-DISTRIBUTION
                       UNTIL VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
                          OR GL-ENTRY-DONE
                          OR QUIT-IS-CONFIRMED
      IF NOT QUIT-IS-CONFIRMED
         PERFORM GET-VOUCHER-LATE-FEE.
*>_________________________________________________________________________

RECOMPUTE-AFTER-AMOUNT-CHANGE.

   PERFORM CALCULATE-VOUCHER-TAX.

   PERFORM GET-VOUCHER-VAT.

   PERFORM GET-VOUCHER-FREIGHT.

   PERFORM SUM-VOUCHER-GL-DISTRIBUTION.
   IF W-GL-DISTRIBUTION-TOTAL NOT EQUAL VOUCHER-AMOUNT
      DISPLAY "THE GL LINES NO LONGER ADD UP TO THE NEW AMOUNT -"
                       UNTIL VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
                          OR GL-ENTRY-DONE
                          OR QUIT-IS-CONFIRMED.

   PERFORM REFRESH-VOUCHER-LATE-FEE.

   PERFORM REFRESH-INSTALLMENT-PLAN.
*>_________________________________________________________________________

GET-FIELDS.

                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      AND VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
      PERFORM GET-ONE-TIME-PAYEE.

   PERFORM GET-VOUCHER-TYPE
                         UNTIL VOUCHER-TYPE EQUAL "INVOICE"
                            OR VOUCHER-TYPE EQUAL "CREDIT"
                            OR VOUCHER-TYPE EQUAL "DEPOSIT"
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-VOUCHER-INVOICE
                         UNTIL VOUCHER-AMOUNT NOT EQUAL ZEROS 
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM GET-VOUCHER-VAT
      PERFORM GET-VOUCHER-FREIGHT.

   PERFORM GET-VOUCHER-RETAINAGE
                         UNTIL RETAINAGE-ENTRY-DONE
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      AND VOUCHER-VENDOR NOT EQUAL W-ONE-TIME-VENDOR
      PERFORM GET-VOUCHER-JOINT-PAYEE.

   PERFORM GET-VOUCHER-DATE
                         UNTIL VOUCHER-DUE NOT EQUAL ZEROS 
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      AND VOUCHER-VENDOR NOT EQUAL W-ONE-TIME-VENDOR
      PERFORM GET-INSTALLMENT-PLAN.

   PERFORM GET-VOUCHER-DEDUCTIBLE
                         UNTIL VOUCHER-DEDUCTIBLE EQUAL "Y"
                            OR VOUCHER-DEDUCTIBLE EQUAL "N"
                            OR GL-ENTRY-DONE
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED AND NOT VOUCHER-IS-DEPOSIT
      PERFORM GET-VOUCHER-LATE-FEE.

   IF VOUCHER-VENDOR NOT EQUAL ZEROS AND QUIT-IS-CONFIRMED *> quit after vendor was informed
      DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE" 
      ACCEPT DUMMY. 
         MOVE 1 TO VOUCHER-GL-LINE-COUNT
         MOVE PO-GL-ACCOUNT  TO VOUCHER-GL-ACCOUNT (1)
         MOVE VOUCHER-AMOUNT TO VOUCHER-GL-AMOUNT (1)
         MOVE PO-JOB-NUMBER  TO W-LINE-JOB-NUMBER (1)
         MOVE "Y" TO W-TEMPLATE-OFFERED *> the order's coding wins
      END-IF

      DISPLAY "PLEASE ANSWER Y OR N !".
*>_________________________________________________________________________

GET-ONE-TIME-PAYEE.

*>   The reserved one-time vendor stands in for payees we will never
*>   pay again - refunds, settlements. The payee's own name, address
*>   and TIN are kept with the voucher and the check goes there. The
*>   payee is matched against the vendor file and screened against the
*>   denied-party list, the same as a new vendor would be.

   INITIALIZE W-ONE-TIME-PAYEE.
   DISPLAY "   ONE-TIME PAYEE - THE PAYEE IS KEPT WITH THIS VOUCHER ONLY".

   PERFORM GET-ONE-TIME-NAME
                         UNTIL W-OTP-NAME NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-ONE-TIME-ADDRESS-1
                         UNTIL W-OTP-ADDRESS-1 NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      DISPLAY "   PAYEE ADDRESS - LINE 2 (<ENTER> FOR NONE): "
      ACCEPT W-OTP-ADDRESS-2
      INSPECT W-OTP-ADDRESS-2 CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   PERFORM GET-ONE-TIME-CITY
                         UNTIL W-OTP-CITY NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-ONE-TIME-STATE
                         UNTIL W-OTP-STATE NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-ONE-TIME-ZIP
                         UNTIL W-OTP-ZIP NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      DISPLAY "   PAYEE TAX ID (SSN OR EIN, <ENTER> IF NOT KNOWN): "
      ACCEPT W-OTP-TAX-ID.

   PERFORM GET-ONE-TIME-REASON
                         UNTIL VALID-ONE-TIME-REASON
                            OR QUIT-IS-CONFIRMED.

   PERFORM GET-ONE-TIME-1099-FLAG
                         UNTIL VALID-ONE-TIME-1099-ANSWER
                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM CHECK-ONE-TIME-PAYEE-DUPLICATES.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM SCREEN-ONE-TIME-PAYEE.

   IF QUIT-IS-CONFIRMED
      INITIALIZE W-ONE-TIME-PAYEE.
*>_________________________________________________________________________

GET-ONE-TIME-NAME.

   DISPLAY "   PAYEE NAME: ".
   ACCEPT W-OTP-NAME.
   INSPECT W-OTP-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-OTP-NAME EQUAL SPACES
      DISPLAY "THE PAYEE NAME MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-ADDRESS-1.

   DISPLAY "   PAYEE ADDRESS - LINE 1: ".
   ACCEPT W-OTP-ADDRESS-1.
   INSPECT W-OTP-ADDRESS-1 CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-OTP-ADDRESS-1 EQUAL SPACES
      DISPLAY "THE CHECK IS MAILED HERE - THE ADDRESS MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-CITY.

   DISPLAY "   PAYEE CITY: ".
   ACCEPT W-OTP-CITY.
   INSPECT W-OTP-CITY CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-OTP-CITY EQUAL SPACES
      DISPLAY "THE CITY MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-STATE.

   DISPLAY "   PAYEE STATE: ".
   ACCEPT W-OTP-STATE.
   INSPECT W-OTP-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-OTP-STATE EQUAL SPACES
      DISPLAY "THE STATE MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-ZIP.

   DISPLAY "   PAYEE ZIP: ".
   ACCEPT W-OTP-ZIP.

   IF W-OTP-ZIP EQUAL SPACES
      DISPLAY "THE ZIP MUST BE INFORMED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-REASON.

   DISPLAY "   REASON FOR THE PAYMENT (REFUND/SETTLE/REIMB/OTHER): ".
   ACCEPT W-OTP-REASON.
   INSPECT W-OTP-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF NOT VALID-ONE-TIME-REASON
      DISPLAY "ONLY REFUND, SETTLE, REIMB OR OTHER ARE ACCEPTED !"
      PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-ONE-TIME-1099-FLAG.

*>   Settlements are usually reportable, refunds and reimbursements
*>   are not; the year-end 1099 check totals whatever is flagged.

   IF ONE-TIME-IS-SETTLEMENT
      DISPLAY "   REPORTABLE ON A 1099 ? (Y/N, <ENTER> FOR Y): "
   ELSE
      DISPLAY "   REPORTABLE ON A 1099 ? (Y/N, <ENTER> FOR N): ".
   MOVE SPACES TO W-OTP-1099-REPORTABLE.
   ACCEPT W-OTP-1099-REPORTABLE.
   INSPECT W-OTP-1099-REPORTABLE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-OTP-1099-REPORTABLE EQUAL SPACES
      IF ONE-TIME-IS-SETTLEMENT
         MOVE "Y" TO W-OTP-1099-REPORTABLE
      ELSE
         MOVE "N" TO W-OTP-1099-REPORTABLE.

   IF NOT VALID-ONE-TIME-1099-ANSWER
      DISPLAY "PLEASE ANSWER Y OR N !"
   ELSE
   IF W-OTP-1099-REPORTABLE EQUAL "Y" AND W-OTP-TAX-ID EQUAL SPACES
      DISPLAY "   ( NO TAX ID - THE YEAR-END 1099 CHECK WILL ASK FOR ONE )".
*>_________________________________________________________________________

CHECK-ONE-TIME-PAYEE-DUPLICATES.

*>   A payee who is already a vendor - by name, or by street address
*>   and zip on either the vendor's own or its remit-to address - is
*>   paid as that vendor. The clerk may still go ahead, and the look-
*>   alike vendor is kept on the payee record for the auditors.

   MOVE ZEROS TO W-OTP-DUP-VENDOR.
   MOVE W-OTP-NAME TO VENDOR-NAME.
   MOVE "Y" TO W-OTP-DUP-FOUND.
   START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NAME
      INVALID KEY
         MOVE "N" TO W-OTP-DUP-FOUND.

   IF OTP-DUP-FOUND
      READ VENDOR-FILE NEXT RECORD
         AT END
            MOVE "N" TO W-OTP-DUP-FOUND
      END-READ.

   IF OTP-DUP-FOUND
      IF VENDOR-NAME NOT EQUAL W-OTP-NAME
         MOVE "N" TO W-OTP-DUP-FOUND
      ELSE
         MOVE VENDOR-NUMBER TO W-OTP-DUP-VENDOR
         DISPLAY "*** VENDOR " VENDOR-NUMBER " ALREADY HAS THIS NAME ***".

   IF NOT OTP-DUP-FOUND
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO VENDOR-NUMBER
      START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM MATCH-NEXT-VENDOR-ADDRESS
                         UNTIL END-OF-FILE OR OTP-DUP-FOUND.

   IF OTP-DUP-FOUND
      DISPLAY "    " VENDOR-NAME
      DISPLAY "    " VENDOR-ADDRESS-1 " " VENDOR-CITY " " VENDOR-STATE
              " " VENDOR-ZIP
      DISPLAY "    IF IT IS THE SAME PARTY, VOUCHER THE EXISTING VENDOR INSTEAD."
      MOVE "IS THIS STILL A DIFFERENT, ONE-TIME PAYEE ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF ADD-ANYWAY-IS-CONFIRMED
         MOVE "N" TO W-VALID-ANSWER *> not to quit (QUIT-IS-CONFIRMED)
      ELSE
         MOVE "Y" TO W-VALID-ANSWER. *> quit (QUIT-IS-CONFIRMED)

*> the reserved vendor's own record is what the rest of the entry uses
   MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
*>_________________________________________________________________________

MATCH-NEXT-VENDOR-ADDRESS.

   READ VENDOR-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VENDOR-NUMBER NOT EQUAL VOUCHER-VENDOR
            AND ((VENDOR-ADDRESS-1 EQUAL W-OTP-ADDRESS-1
                  AND VENDOR-ZIP EQUAL W-OTP-ZIP)
              OR (VENDOR-REMIT-ADDRESS-1 EQUAL W-OTP-ADDRESS-1
                  AND VENDOR-REMIT-ZIP EQUAL W-OTP-ZIP))
            MOVE "Y" TO W-OTP-DUP-FOUND
            MOVE VENDOR-NUMBER TO W-OTP-DUP-VENDOR
            DISPLAY "*** VENDOR " VENDOR-NUMBER " IS ALREADY AT THIS ADDRESS ***"
         END-IF
   END-READ.
*>_________________________________________________________________________

SCREEN-ONE-TIME-PAYEE.

   MOVE SPACES TO W-OTP-SCREEN-STATUS.
   MOVE SPACES TO W-OTP-SCREEN-MATCHED-NAME.
   MOVE W-OTP-NAME TO W-SCREEN-NAME.
   PERFORM SCREEN-ONE-NAME.

   IF SCREEN-NAME-HIT
      MOVE "HIT" TO W-OTP-SCREEN-STATUS
      MOVE W-SCREEN-MATCHED-NAME TO W-OTP-SCREEN-MATCHED-NAME
      DISPLAY "*** POTENTIAL DENIED-PARTY MATCH AGAINST LIST ENTRY"
      DISPLAY "    " W-SCREEN-MATCHED-NAME
      DISPLAY "    THE VOUCHER IS HELD UNTIL AN ADMIN REVIEWS THE HIT ! ***"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

RECHECK-ONE-TIME-PAYEE.

*>   A corrected vendor moving onto the reserved one-time vendor needs
*>   a payee keyed, and one moving off it leaves the payee behind.

   IF VOUCHER-VENDOR NOT EQUAL W-ONE-TIME-VENDOR
      INITIALIZE W-ONE-TIME-PAYEE
   ELSE
   IF VOUCHER-TYPE NOT EQUAL "INVOICE"
      DISPLAY "A ONE-TIME PAYEE CAN ONLY BE VOUCHERED AN INVOICE - THE VENDOR"
      DISPLAY "IS PUT BACK ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE W-OTP-PRIOR-VENDOR TO VOUCHER-VENDOR
      MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
   ELSE
      PERFORM GET-ONE-TIME-PAYEE
      MOVE SPACES TO VOUCHER-JOINT-PAYEE
      IF INSTALLMENT-PLAN-DEFINED
         MOVE ZEROS TO W-INST-COUNT
         DISPLAY "   ( A ONE-TIME PAYEE IS PAID IN ONE CHECK - THE INSTALLMENTS ARE DROPPED )".
*>_________________________________________________________________________

SHOW-ONE-TIME-PAYEE.

   DISPLAY "   ONE-TIME PAYEE: " W-OTP-NAME.
   DISPLAY "                   " W-OTP-ADDRESS-1.
   IF W-OTP-ADDRESS-2 NOT EQUAL SPACES
      DISPLAY "                   " W-OTP-ADDRESS-2.
   DISPLAY "                   " W-OTP-CITY " " W-OTP-STATE " " W-OTP-ZIP.
   DISPLAY "   TAX ID: " W-OTP-TAX-ID "  REASON: " W-OTP-REASON
           "  1099 REPORTABLE: " W-OTP-1099-REPORTABLE.
   IF W-OTP-DUP-VENDOR NOT EQUAL ZEROS
      DISPLAY "   ( RESEMBLES VENDOR " W-OTP-DUP-VENDOR " - ENTERED AS ONE-TIME ANYWAY )".
   IF ONE-TIME-PAYEE-HIT
      DISPLAY "   *** DENIED-PARTY HIT AGAINST " W-OTP-SCREEN-MATCHED-NAME
      DISPLAY "       - HELD UNTIL THE SCREENING REVIEW ***"
   ELSE
   IF ONE-TIME-PAYEE-BLOCKED
      DISPLAY "   *** BLOCKED AS A DENIED PARTY - NOT TO BE PAID ***".
*>_________________________________________________________________________

LOAD-ONE-TIME-PAYEE.

   INITIALIZE W-ONE-TIME-PAYEE.
   MOVE "Y" TO W-FOUND-OTP-RECORD.
   MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
   READ ONE-TIME-PAYEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-OTP-RECORD.

   IF FOUND-OTP-RECORD
      MOVE OTP-NAME                TO W-OTP-NAME
      MOVE OTP-ADDRESS-1           TO W-OTP-ADDRESS-1
      MOVE OTP-ADDRESS-2           TO W-OTP-ADDRESS-2
      MOVE OTP-CITY                TO W-OTP-CITY
      MOVE OTP-STATE               TO W-OTP-STATE
      MOVE OTP-ZIP                 TO W-OTP-ZIP
      MOVE OTP-TAX-ID              TO W-OTP-TAX-ID
      MOVE OTP-REASON              TO W-OTP-REASON
      MOVE OTP-1099-REPORTABLE     TO W-OTP-1099-REPORTABLE
      MOVE OTP-SCREEN-STATUS       TO W-OTP-SCREEN-STATUS
      MOVE OTP-SCREEN-MATCHED-NAME TO W-OTP-SCREEN-MATCHED-NAME
      MOVE OTP-DUP-VENDOR          TO W-OTP-DUP-VENDOR.
*>_________________________________________________________________________

WRITE-ONE-TIME-PAYEE.

   IF VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      MOVE SPACES                    TO OTP-RECORD
      MOVE VOUCHER-NUMBER            TO OTP-VOUCHER
      MOVE VOUCHER-VENDOR            TO OTP-VENDOR
      MOVE VOUCHER-COMPANY           TO OTP-COMPANY
      MOVE W-OTP-NAME                TO OTP-NAME
      MOVE W-OTP-ADDRESS-1           TO OTP-ADDRESS-1
      MOVE W-OTP-ADDRESS-2           TO OTP-ADDRESS-2
      MOVE W-OTP-CITY                TO OTP-CITY
      MOVE W-OTP-STATE               TO OTP-STATE
      MOVE W-OTP-ZIP                 TO OTP-ZIP
      MOVE W-OTP-TAX-ID              TO OTP-TAX-ID
      MOVE W-OTP-REASON              TO OTP-REASON
      MOVE W-OTP-1099-REPORTABLE     TO OTP-1099-REPORTABLE
      MOVE W-OTP-SCREEN-STATUS       TO OTP-SCREEN-STATUS
      MOVE W-OTP-SCREEN-MATCHED-NAME TO OTP-SCREEN-MATCHED-NAME
      MOVE ZEROS                     TO OTP-SCREEN-RESOLVED-DATE
      MOVE W-OTP-DUP-VENDOR          TO OTP-DUP-VENDOR
      MOVE W-DAY-TODAY               TO OTP-DATE-ENTERED
      MOVE W-CURRENT-USER-ID         TO OTP-ENTERED-BY
      WRITE OTP-RECORD
         INVALID KEY
            DISPLAY "*** ERROR WRITING THE ONE-TIME PAYEE ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            MOVE "OTPAYEE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"          TO W-SYSAUD-ACTION
            MOVE OTP-VOUCHER    TO W-SYSAUD-KEY
            MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
            MOVE OTP-RECORD     TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

HOLD-NEW-VOUCHER-FOR-SCREENING.

*>   A one-time payee who resembles a denied party is held the moment
*>   the voucher is written; only the screening workbench lets it go.

   IF VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR AND ONE-TIME-PAYEE-HIT
      MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE "Y" TO VOUCHER-HOLD
      PERFORM REWRITE-THE-VOUCHER
      IF NOT ERROR-WRITING
         MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- DENIED-PARTY HIT: THE VOUCHER IS ON HOLD -----".
*>_________________________________________________________________________

DROP-ONE-TIME-PAYEE.

   MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
   READ ONE-TIME-PAYEE-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE OTP-RECORD TO W-SYSAUD-BEFORE-IMAGE
         DELETE ONE-TIME-PAYEE-FILE RECORD
            INVALID KEY
               DISPLAY "*** ERROR DROPPING THE ONE-TIME PAYEE ! ***"
            NOT INVALID KEY
               MOVE "OTPAYEE"      TO W-SYSAUD-RECORD-TYPE
               MOVE "DELETE"       TO W-SYSAUD-ACTION
               MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
               MOVE SPACES         TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-DELETE
   END-READ.
*>_________________________________________________________________________

GET-VOUCHER-TYPE.

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   DISPLAY "   VOUCHER TYPE (INVOICE/CREDIT/DEPOSIT) - <ENTER>=INVOICE: ".
   ACCEPT VOUCHER-TYPE.

   IF VOUCHER-TYPE EQUAL SPACES
   ELSE
      INSPECT VOUCHER-TYPE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      IF VOUCHER-TYPE NOT EQUAL "INVOICE" AND VOUCHER-TYPE NOT EQUAL "CREDIT"
                                          AND VOUCHER-TYPE NOT EQUAL "DEPOSIT"
         DISPLAY "ONLY INVOICE, CREDIT OR DEPOSIT ARE ACCEPTED !"
         MOVE SPACES TO VOUCHER-TYPE
         PERFORM CONFIRM-IF-WANT-TO-QUIT
      ELSE
         IF VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
            AND VOUCHER-TYPE NOT EQUAL "INVOICE"
            DISPLAY "A ONE-TIME PAYEE CAN ONLY BE VOUCHERED AN INVOICE !"
            MOVE SPACES TO VOUCHER-TYPE
            PERFORM CONFIRM-IF-WANT-TO-QUIT
         ELSE
         IF VOUCHER-IS-CREDIT-MEMO
            DISPLAY "   ( CREDIT MEMO - THE AMOUNT WILL BE CARRIED AS A NEGATIVE )"
         ELSE
         IF VOUCHER-IS-DEPOSIT
            PERFORM CHECK-DEPOSIT-ALLOWED.
*>_________________________________________________________________________

GET-VOUCHER-INVOICE.
     MOVE BK-VOUCHER-RECORD TO VOUCHER-RECORD.

     IF FOUND-DUPLICATE-INVOICE
        MOVE "DUPINVOICE"                TO W-VNDEVT-TYPE
        MOVE ENTRY-VOUCHER-VENDOR-CHECK  TO W-VNDEVT-VENDOR
        MOVE ENTRY-VOUCHER-INVOICE-CHECK TO W-VNDEVT-INVOICE
        MOVE VOUCHER-PO-NUMBER           TO W-VNDEVT-PO-NUMBER
        MOVE VOUCHER-AMOUNT              TO W-VNDEVT-AMOUNT
        PERFORM LOG-VENDOR-EVENT
        DISPLAY "*** INVOICE " ENTRY-VOUCHER-INVOICE-CHECK " ALREADY EXISTS FOR THIS VENDOR ! ***"
        MOVE "DO YOU WANT TO ADD THIS VOUCHER ANYWAY ? <Y/N>" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         DISPLAY "*** THE VENDOR'S OPEN BALANCE OF " VOUCHER-FORMATTED-AMOUNT
         DISPLAY "    PLUS THIS VOUCHER WOULD EXCEED THE AGREED CAP OF "
                 VENDOR-MAX-OPEN-BALANCE " ! ***"
         MOVE "VNDCAPOV" TO W-PERM-FUNCTION
         PERFORM CHECK-PERMISSION
         IF PERMISSION-GRANTED
            DISPLAY "    <ENTER> TO CONTINUE ANYWAY"
            ACCEPT DUMMY
         ELSE
            DISPLAY "    YOUR ROLE MAY NOT ENTER IT. <ENTER> TO CONTINUE"
            ACCEPT DUMMY
            MOVE ZEROS TO VOUCHER-AMOUNT.

   IF VOUCHER-AMOUNT NOT EQUAL ZEROS
      PERFORM CHECK-FAMILY-OPEN-BALANCE-CAP.
*>_________________________________________________________________________

CHECK-FAMILY-OPEN-BALANCE-CAP.

*>   A parent vendor's cap covers the whole family: the parent and
*>   every vendor rolled up to it. The voucher's own vendor is read
*>   back at the end - callers go on using VENDOR-RECORD.

   OPEN INPUT VENDOR-PARENT-FILE.

   MOVE VOUCHER-VENDOR TO W-VNDPAR-VENDOR.
   PERFORM ROLL-UP-TO-PARENT.

   MOVE W-VNDPAR-PARENT TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF FOUND-VENDOR-RECORD AND VENDOR-MAX-OPEN-BALANCE NOT EQUAL ZEROS
      PERFORM COMPUTE-FAMILY-OPEN-BALANCE
      IF W-FAMILY-CHILD-COUNT NOT EQUAL ZEROS
         AND W-FAMILY-OPEN-BALANCE + VOUCHER-AMOUNT
               GREATER THAN VENDOR-MAX-OPEN-BALANCE
         MOVE W-FAMILY-OPEN-BALANCE TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "*** THE OPEN BALANCE OF PARENT VENDOR " W-VNDPAR-PARENT
                 " AND ITS CHILDREN OF " VOUCHER-FORMATTED-AMOUNT
         DISPLAY "    PLUS THIS VOUCHER WOULD EXCEED THE PARENT'S CAP OF "
                 VENDOR-MAX-OPEN-BALANCE " ! ***"
         MOVE "VNDCAPOV" TO W-PERM-FUNCTION
         PERFORM CHECK-PERMISSION
         IF PERMISSION-GRANTED
            DISPLAY "    <ENTER> TO CONTINUE ANYWAY"
            ACCEPT DUMMY
         ELSE
            DISPLAY "    YOUR ROLE MAY NOT ENTER IT. <ENTER> TO CONTINUE"
            ACCEPT DUMMY
            MOVE ZEROS TO VOUCHER-AMOUNT.

   CLOSE VENDOR-PARENT-FILE.

   MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
*>_________________________________________________________________________

COMPUTE-FAMILY-OPEN-BALANCE.

*>   The parent's open balance plus each child's, each taken the
*>   same way as a single vendor's (the voucher on hand left out).

   MOVE VOUCHER-VENDOR TO W-FAMILY-VOUCHER-VENDOR.
   MOVE ZEROS TO W-FAMILY-OPEN-BALANCE.

   MOVE W-VNDPAR-PARENT TO VOUCHER-VENDOR.
   PERFORM COMPUTE-VENDOR-OPEN-BALANCE.
   ADD W-VENDOR-OPEN-BALANCE TO W-FAMILY-OPEN-BALANCE.

   MOVE ZEROS TO W-FAMILY-CHILD-COUNT.
   MOVE "N" TO W-END-OF-FAMILY.
   MOVE W-VNDPAR-PARENT TO VNDPAR-PARENT.
   START VENDOR-PARENT-FILE KEY IS EQUAL TO VNDPAR-PARENT
      INVALID KEY
         MOVE "Y" TO W-END-OF-FAMILY.

   PERFORM ADD-NEXT-CHILD-OPEN-BALANCE UNTIL END-OF-FAMILY.

   MOVE W-FAMILY-VOUCHER-VENDOR TO VOUCHER-VENDOR.
*>_________________________________________________________________________

ADD-NEXT-CHILD-OPEN-BALANCE.

   READ VENDOR-PARENT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FAMILY
      NOT AT END
         IF VNDPAR-PARENT NOT EQUAL W-VNDPAR-PARENT
            MOVE "Y" TO W-END-OF-FAMILY
         ELSE
            ADD 1 TO W-FAMILY-CHILD-COUNT
            MOVE VNDPAR-VENDOR TO VOUCHER-VENDOR
            PERFORM COMPUTE-VENDOR-OPEN-BALANCE
            ADD W-VENDOR-OPEN-BALANCE TO W-FAMILY-OPEN-BALANCE
         END-IF
   END-READ.
*>_________________________________________________________________________

COMPUTE-VENDOR-OPEN-BALANCE.

*>   The running vendor balance answers this in a record or two per
*>   company; only a vendor with nothing there yet falls back to
*>   walking its vouchers.

   MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD. *> the scan runs through the record area
   MOVE VOUCHER-NUMBER TO W-EDITED-VOUCHER-NUMBER. *> don't double-count the voucher on hand
   MOVE ZEROS TO W-VENDOR-OPEN-BALANCE.

   PERFORM SUM-VENDOR-BALANCE-RECORDS.

   IF VENDOR-BALANCE-ON-FILE
      IF W-EDITED-VOUCHER-NUMBER NOT EQUAL ZEROS
         READ VOUCHER-FILE RECORD KEY IS VOUCHER-NUMBER
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF VOUCHER-PAID-DATE EQUAL ZEROS
                  AND VOUCHER-VENDOR EQUAL ENTRY-VOUCHER-VENDOR-CHECK
                  SUBTRACT VOUCHER-AMOUNT FROM W-VENDOR-OPEN-BALANCE
               END-IF
         END-READ
      END-IF
   ELSE
      MOVE "N" TO W-END-OF-FILE
      START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM SUM-NEXT-OPEN-VOUCHER UNTIL END-OF-FILE.

   MOVE BK-VOUCHER-RECORD TO VOUCHER-RECORD.
*>_________________________________________________________________________

SUM-VENDOR-BALANCE-RECORDS.

   MOVE "N" TO W-VENDOR-BALANCE-ON-FILE.
   MOVE VOUCHER-VENDOR TO ENTRY-VOUCHER-VENDOR-CHECK.

   OPEN INPUT VENDOR-BALANCE-FILE.
   MOVE VOUCHER-VENDOR TO VNDBAL-VENDOR.
   MOVE ZEROS          TO VNDBAL-COMPANY.
   MOVE "N" TO W-END-OF-FILE.
   START VENDOR-BALANCE-FILE KEY IS NOT LESS THAN VNDBAL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM ADD-NEXT-VENDOR-BALANCE-RECORD UNTIL END-OF-FILE.
   CLOSE VENDOR-BALANCE-FILE.
*>_________________________________________________________________________

ADD-NEXT-VENDOR-BALANCE-RECORD.

   READ VENDOR-BALANCE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VNDBAL-VENDOR NOT EQUAL ENTRY-VOUCHER-VENDOR-CHECK
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            MOVE "Y" TO W-VENDOR-BALANCE-ON-FILE
            ADD VNDBAL-OPEN-AMOUNT TO W-VENDOR-OPEN-BALANCE
         END-IF
   END-READ.
*>_________________________________________________________________________

SUM-NEXT-OPEN-VOUCHER.
         END-COMPUTE.
*>_________________________________________________________________________

GET-VOUCHER-VAT.

*>   A vendor outside the US bills its VAT/GST inside the invoice
*>   total. The rate, the tax in the invoice currency and the
*>   vendor's registration number are captured apart from the net so
*>   the tax can be reclaimed; nothing is asked until the control
*>   file names the reclaim account.

   MOVE "N" TO W-VAT-APPLIES.

   MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-VAT-RECLAIM-ACCT.

   IF FOUND-VENDOR-RECORD
      AND VENDOR-COUNTRY NOT EQUAL SPACES
      AND VENDOR-COUNTRY NOT EQUAL "US"
      AND CONTROL-VAT-RECLAIM-ACCT NOT EQUAL SPACES
      AND NOT VOUCHER-IS-DEPOSIT
      MOVE "Y" TO W-VAT-APPLIES.

   IF NOT VAT-APPLIES
      PERFORM STRIP-VAT-RECLAIM-LINE
      INITIALIZE W-VOUCHER-VAT
   ELSE
      PERFORM CAPTURE-VOUCHER-VAT.
*>_________________________________________________________________________

CAPTURE-VOUCHER-VAT.

   PERFORM STRIP-VAT-RECLAIM-LINE.

   MOVE VENDOR-COUNTRY           TO W-VAT-COUNTRY.
   MOVE CONTROL-VAT-RECLAIM-ACCT TO W-VAT-GL-ACCOUNT.

   IF VOUCHER-CURRENCY EQUAL SPACES
      MOVE "USD"                  TO W-VAT-CURRENCY
      MOVE VOUCHER-AMOUNT         TO W-VAT-FOREIGN-GROSS
      MOVE 1                      TO W-VAT-EXCHANGE-RATE
   ELSE
      MOVE VOUCHER-CURRENCY       TO W-VAT-CURRENCY
      MOVE VOUCHER-FOREIGN-AMOUNT TO W-VAT-FOREIGN-GROSS
      MOVE VOUCHER-EXCHANGE-RATE  TO W-VAT-EXCHANGE-RATE.

   IF W-VAT-REGISTRATION EQUAL SPACES
      PERFORM DEFAULT-VAT-REGISTRATION.

   PERFORM GET-VAT-REGISTRATION.

   MOVE "N" TO W-VAT-RATE-ENTRY-DONE.
   PERFORM GET-VAT-RATE UNTIL VAT-RATE-ENTRY-DONE.

   IF W-VAT-RATE EQUAL ZEROS
      MOVE ZEROS TO W-VAT-FOREIGN-AMOUNT
      MOVE ZEROS TO W-VAT-USD-AMOUNT
      DISPLAY "    NO VAT RECORDED FOR THIS INVOICE"
   ELSE
      COMPUTE W-VAT-FOREIGN-AMOUNT ROUNDED =
              W-VAT-FOREIGN-GROSS * W-VAT-RATE / (100 + W-VAT-RATE)
      DISPLAY "    VAT AT " W-VAT-RATE "% IN " W-VAT-CURRENCY ": "
              W-VAT-FOREIGN-AMOUNT
      PERFORM GET-VAT-BILLED-ON-INVOICE
      IF W-VAT-CURRENCY EQUAL "USD"
         MOVE W-VAT-FOREIGN-AMOUNT TO W-VAT-USD-AMOUNT
      ELSE
         COMPUTE W-VAT-USD-AMOUNT ROUNDED =
                 W-VAT-FOREIGN-AMOUNT * W-VAT-EXCHANGE-RATE
      END-IF
      MOVE W-VAT-USD-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "    RECLAIMABLE VAT " VOUCHER-FORMATTED-AMOUNT
              " USD GOES TO ACCOUNT " W-VAT-GL-ACCOUNT.

   IF VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
      PERFORM APPEND-VAT-RECLAIM-LINE.
*>_________________________________________________________________________

DEFAULT-VAT-REGISTRATION.

*>   The registration number from the vendor's last VAT invoice is
*>   offered again; the alternate key returns them oldest first.

   MOVE VOUCHER-VENDOR TO VCVAT-VENDOR.
   MOVE "Y" TO W-FOUND-VCVAT-RECORD.
   START VOUCHER-VAT-FILE KEY IS EQUAL VCVAT-VENDOR
      INVALID KEY
         MOVE "N" TO W-FOUND-VCVAT-RECORD
   END-START.

   PERFORM READ-NEXT-VENDOR-VAT-RECORD UNTIL NOT FOUND-VCVAT-RECORD.
*>_________________________________________________________________________

READ-NEXT-VENDOR-VAT-RECORD.

   READ VOUCHER-VAT-FILE NEXT RECORD
      AT END
         MOVE "N" TO W-FOUND-VCVAT-RECORD
   END-READ.

   IF FOUND-VCVAT-RECORD
      IF VCVAT-VENDOR NOT EQUAL VOUCHER-VENDOR
         MOVE "N" TO W-FOUND-VCVAT-RECORD
      ELSE
      IF VCVAT-REGISTRATION NOT EQUAL SPACES
         MOVE VCVAT-REGISTRATION TO W-VAT-REGISTRATION.
*>_________________________________________________________________________

GET-VAT-REGISTRATION.

   IF W-VAT-REGISTRATION EQUAL SPACES
      DISPLAY "    VENDOR VAT REGISTRATION NUMBER: "
   ELSE
      DISPLAY "    VENDOR VAT REGISTRATION NUMBER (<ENTER> FOR "
              W-VAT-REGISTRATION "): ".

   MOVE SPACES TO W-VAT-REGISTRATION-INPUT.
   ACCEPT W-VAT-REGISTRATION-INPUT.

   IF W-VAT-REGISTRATION-INPUT NOT EQUAL SPACES
      INSPECT W-VAT-REGISTRATION-INPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE W-VAT-REGISTRATION-INPUT TO W-VAT-REGISTRATION.
*>_________________________________________________________________________

GET-VAT-RATE.

   DISPLAY "    VAT RATE % ON THE INVOICE (<ENTER> IF NO VAT CHARGED): ".
   MOVE SPACES TO W-VAT-RATE-INPUT.
   ACCEPT W-VAT-RATE-INPUT.

   IF W-VAT-RATE-INPUT EQUAL SPACES
      MOVE ZEROS TO W-VAT-RATE
      MOVE "Y" TO W-VAT-RATE-ENTRY-DONE
   ELSE
   IF FUNCTION TEST-NUMVAL (W-VAT-RATE-INPUT) NOT EQUAL ZERO
      DISPLAY "    *** NOT A VALID RATE ! ***"
   ELSE
   IF FUNCTION NUMVAL (W-VAT-RATE-INPUT) NOT LESS THAN 100
      OR FUNCTION NUMVAL (W-VAT-RATE-INPUT) LESS THAN ZERO
      DISPLAY "    *** THE RATE MUST BE UNDER 100% ! ***"
   ELSE
      COMPUTE W-VAT-RATE = FUNCTION NUMVAL (W-VAT-RATE-INPUT)
      MOVE "Y" TO W-VAT-RATE-ENTRY-DONE.
*>_________________________________________________________________________

GET-VAT-BILLED-ON-INVOICE.

*>   The invoice's own VAT figure wins over the one worked back from
*>   the rate - it is what the reclaim is filed on.

   MOVE SPACES TO W-VAT-BILLED-INPUT.
   DISPLAY "    VAT BILLED ON THE INVOICE IN " W-VAT-CURRENCY
           " (<ENTER> IF SAME AS ABOVE): ".
   ACCEPT W-VAT-BILLED-INPUT.

   IF W-VAT-BILLED-INPUT NOT EQUAL SPACES
      IF FUNCTION TEST-NUMVAL (W-VAT-BILLED-INPUT) NOT EQUAL ZERO
         DISPLAY "    *** NOT A VALID AMOUNT - COMPUTED VAT KEPT ***"
      ELSE
         COMPUTE W-VAT-FOREIGN-AMOUNT = FUNCTION NUMVAL (W-VAT-BILLED-INPUT)
         IF VOUCHER-IS-CREDIT-MEMO AND W-VAT-FOREIGN-AMOUNT GREATER THAN ZEROS
            COMPUTE W-VAT-FOREIGN-AMOUNT = 0 - W-VAT-FOREIGN-AMOUNT
         END-IF
         DISPLAY "    VAT AS BILLED: " W-VAT-FOREIGN-AMOUNT.
*>_________________________________________________________________________

STRIP-VAT-RECLAIM-LINE.

*>   The program's own VAT line is always the last one; it is taken
*>   off before the VAT is recaptured or the net lines are re-keyed.

   IF VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
      AND W-VAT-GL-ACCOUNT NOT EQUAL SPACES
      AND VOUCHER-GL-ACCOUNT (VOUCHER-GL-LINE-COUNT) EQUAL W-VAT-GL-ACCOUNT
      MOVE SPACES TO VOUCHER-GL-ACCOUNT (VOUCHER-GL-LINE-COUNT)
      MOVE ZEROS  TO VOUCHER-GL-AMOUNT (VOUCHER-GL-LINE-COUNT)
      SUBTRACT 1 FROM VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

APPEND-VAT-RECLAIM-LINE.

   IF W-VAT-USD-AMOUNT NOT EQUAL ZEROS
      IF VOUCHER-GL-LINE-COUNT LESS THAN 5
         ADD 1 TO VOUCHER-GL-LINE-COUNT
         MOVE W-VAT-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT (VOUCHER-GL-LINE-COUNT)
         MOVE W-VAT-USD-AMOUNT TO VOUCHER-GL-AMOUNT (VOUCHER-GL-LINE-COUNT)
         MOVE SPACES TO W-LINE-JOB-NUMBER (VOUCHER-GL-LINE-COUNT)
         MOVE W-VAT-USD-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "   LINE " VOUCHER-GL-LINE-COUNT " - " W-VAT-GL-ACCOUNT
                 " " VOUCHER-FORMATTED-AMOUNT " ( RECLAIMABLE VAT )"
      ELSE
         DISPLAY "*** ALL 5 GL LINES ARE IN USE - NO ROOM FOR THE VAT LINE ! ***".
*>_________________________________________________________________________

SET-GL-NET-AMOUNT.

   COMPUTE W-GL-NET-AMOUNT = VOUCHER-AMOUNT - W-VAT-USD-AMOUNT.

   IF W-VAT-USD-AMOUNT EQUAL ZEROS
      MOVE 5 TO W-GL-MAX-KEYED-LINES
   ELSE
      MOVE 4 TO W-GL-MAX-KEYED-LINES.
*>_________________________________________________________________________

CHECK-AMOUNT-AGAINST-PO-BALANCE.

   MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
   MOVE "Y" TO W-FOUND-PO-RECORD.
   PERFORM LOOK-FOR-PO-RECORD.

   IF FOUND-PO-RECORD
      IF PO-IS-BLANKET
         PERFORM CHECK-AMOUNT-AGAINST-BLANKET
      ELSE
         COMPUTE W-PO-REMAINING-BALANCE = PO-AMOUNT - PO-BILLED-AMOUNT
         IF VOUCHER-AMOUNT GREATER THAN W-PO-REMAINING-BALANCE
            MOVE W-PO-REMAINING-BALANCE TO PO-FORMATTED-AMOUNT
            DISPLAY "*** WARNING: INVOICE AMOUNT EXCEEDS THE REMAINING OPEN BALANCE OF"
            DISPLAY "    " PO-FORMATTED-AMOUNT " ON PURCHASE ORDER " VOUCHER-PO-NUMBER
                    " - POSSIBLE OVER-BILLING !  <ENTER> TO CONTINUE"
            ACCEPT DUMMY
            MOVE "OVERPO" TO W-VNDEVT-TYPE
            PERFORM LOG-VOUCHER-MATCH-FAILURE
         END-IF
         PERFORM CHECK-AMOUNT-AGAINST-RECEIPTS.
*>_________________________________________________________________________
      DISPLAY "    ORDER " VOUCHER-PO-NUMBER " - THE GOODS MAY NOT HAVE ARRIVED !"
      DISPLAY "    <ENTER> TO CONTINUE"
      ACCEPT DUMMY
      MOVE "NORECEIPT" TO W-VNDEVT-TYPE
      PERFORM LOG-VOUCHER-MATCH-FAILURE
   ELSE
      IF VOUCHER-AMOUNT GREATER THAN W-PO-UNBILLED-RECEIPTS
         MOVE W-PO-UNBILLED-RECEIPTS TO PO-FORMATTED-AMOUNT
         DISPLAY "    OF RECEIPTS NOT YET BILLED ON PURCHASE ORDER "
                 VOUCHER-PO-NUMBER " - THE VENDOR IS"
         DISPLAY "    BILLING AHEAD OF DELIVERY !  <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE "AHEADRCPT" TO W-VNDEVT-TYPE
         PERFORM LOG-VOUCHER-MATCH-FAILURE.
*>_________________________________________________________________________

LOG-VOUCHER-MATCH-FAILURE.

*>   Every failed PO / receipt match counts against the vendor's
*>   invoice accuracy on the scorecard.

   MOVE VOUCHER-VENDOR    TO W-VNDEVT-VENDOR.
   MOVE VOUCHER-INVOICE   TO W-VNDEVT-INVOICE.
   MOVE VOUCHER-PO-NUMBER TO W-VNDEVT-PO-NUMBER.
   MOVE VOUCHER-AMOUNT    TO W-VNDEVT-AMOUNT.
   PERFORM LOG-VENDOR-EVENT.
*>_________________________________________________________________________

SUM-PO-RECEIPTS-FOR-MATCH.
                       VOUCHER-AMOUNT * W-COMBINED-TAX-RATE / 100
               DISPLAY "    TAX AMOUNT (" W-COMBINED-TAX-RATE "% OF " VENDOR-STATE
                       "): " VOUCHER-TAX-AMOUNT
               PERFORM GET-TAX-BILLED-ON-INVOICE
            ELSE
               MOVE "Y" TO VOUCHER-USE-TAX
               COMPUTE VOUCHER-USE-TAX-AMOUNT ROUNDED =
                 "% - COMBINED RATE " W-COMBINED-TAX-RATE "%".
*>_________________________________________________________________________

GET-TAX-BILLED-ON-INVOICE.

*>   Vendors do not always bill the rate on file; keep what was
*>   actually invoiced so over- and under-charges can be chased.

   MOVE SPACES TO W-BILLED-TAX-INPUT.
   DISPLAY "    TAX BILLED ON THE INVOICE (<ENTER> IF SAME AS ABOVE): ".
   ACCEPT W-BILLED-TAX-INPUT.

   IF W-BILLED-TAX-INPUT NOT EQUAL SPACES
      IF FUNCTION TEST-NUMVAL (W-BILLED-TAX-INPUT) NOT EQUAL ZERO
         DISPLAY "    *** NOT A VALID AMOUNT - COMPUTED TAX KEPT ***"
      ELSE
         COMPUTE VOUCHER-TAX-AMOUNT = FUNCTION NUMVAL (W-BILLED-TAX-INPUT)
         DISPLAY "    TAX AMOUNT AS BILLED: " VOUCHER-TAX-AMOUNT.
*>_________________________________________________________________________

ASK-IF-VENDOR-CHARGED-TAX.

   DISPLAY "    DID THE VENDOR CHARGE THE TAX ON THIS INVOICE ? <Y/N>".

   PERFORM SHOW-ALL-INFORM-ALREADY-GIVEN.

   IF VOUCHER-IS-DEPOSIT
      PERFORM SET-DEPOSIT-DISTRIBUTION
   ELSE
      PERFORM SET-GL-NET-AMOUNT
      IF NOT TEMPLATE-OFFERED
         AND VOUCHER-GL-LINE-COUNT EQUAL ZEROS
         PERFORM OFFER-THE-VENDOR-TEMPLATE
      END-IF
      IF VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
         MOVE "Y" TO W-GL-ENTRY-DONE *> the template filled the lines
      ELSE
         PERFORM KEY-THE-GL-DISTRIBUTION.
*>_________________________________________________________________________

KEY-THE-GL-DISTRIBUTION.

   IF W-VAT-USD-AMOUNT EQUAL ZEROS
      DISPLAY "9) HOW MANY GL DISTRIBUTION LINES (1-5) - <ENTER> TO RETURN"
   ELSE
      DISPLAY "9) HOW MANY GL LINES FOR THE NET (1-4) - <ENTER> TO RETURN"
      DISPLAY "   ( THE VAT LINE TO THE RECLAIM ACCOUNT IS ADDED FOR YOU )".
   ACCEPT VOUCHER-GL-LINE-COUNT.

   IF VOUCHER-GL-LINE-COUNT EQUAL ZEROS
      MOVE "Y" TO W-GL-ENTRY-DONE  *> 0 lines is a valid "( NOT ENTERED )" state, not a whole-record quit
   ELSE
      IF VOUCHER-GL-LINE-COUNT GREATER THAN W-GL-MAX-KEYED-LINES
         DISPLAY "MAXIMUM OF " W-GL-MAX-KEYED-LINES " DISTRIBUTION LINES ALLOWED !"
         MOVE ZEROS TO VOUCHER-GL-LINE-COUNT
      ELSE
         PERFORM GET-ONE-GL-DISTRIBUTION-LINE

         IF NOT QUIT-IS-CONFIRMED
            PERFORM SUM-VOUCHER-GL-DISTRIBUTION
            IF W-GL-DISTRIBUTION-TOTAL NOT EQUAL W-GL-NET-AMOUNT
               DISPLAY "*** DISTRIBUTION LINES TOTAL " W-GL-DISTRIBUTION-TOTAL
                       " BUT AMOUNT TO DISTRIBUTE IS " W-GL-NET-AMOUNT " - MUST MATCH ! ***"
               DISPLAY "<ENTER> TO CONTINUE"
               ACCEPT DUMMY
               MOVE ZEROS TO VOUCHER-GL-LINE-COUNT
            ELSE
               PERFORM APPEND-VAT-RECLAIM-LINE.
*>_________________________________________________________________________

OFFER-THE-VENDOR-TEMPLATE.
         MOVE "N" TO W-FOUND-TEMPLATE.

   IF FOUND-TEMPLATE AND VNDTPL-LINE-COUNT NOT EQUAL ZEROS
                     AND VNDTPL-LINE-COUNT NOT GREATER THAN W-GL-MAX-KEYED-LINES
      DISPLAY "THIS VENDOR HAS A DEFAULT GL DISTRIBUTION TEMPLATE."
      MOVE SPACES TO W-TEMPLATE-ANSWER
      PERFORM GET-TEMPLATE-ANSWER UNTIL VALID-TEMPLATE-ANSWER
         PERFORM SHOW-FILLED-TEMPLATE-LINE
            VARYING W-GL-LINE-INDEX FROM 1 BY 1
               UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT
         PERFORM APPEND-VAT-RECLAIM-LINE
         DISPLAY "( CORRECT ANY LINE THROUGH FIELD 9 BEFORE SAVING )"
      END-IF
   END-IF.

   IF W-GL-LINE-INDEX EQUAL VOUCHER-GL-LINE-COUNT
      COMPUTE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) =
              W-GL-NET-AMOUNT - W-TEMPLATE-RUNNING-TOTAL
   ELSE
      COMPUTE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) ROUNDED =
              W-GL-NET-AMOUNT * VNDTPL-PERCENT (W-GL-LINE-INDEX) / 100
      ADD VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX)
        TO W-TEMPLATE-RUNNING-TOTAL.
*>_________________________________________________________________________
      ELSE
         IF FOUND-BUDGET-RECORD
            PERFORM CHECK-LINE-AGAINST-BUDGET.

   IF VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) NOT EQUAL SPACES
      AND VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) NOT EQUAL ZEROS
      AND FOUND-COA-RECORD
      AND COA-IS-PREPAID
      PERFORM GET-PREPAID-SERVICE-TERMS.

   IF VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) NOT EQUAL SPACES
      AND VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) NOT EQUAL ZEROS
      AND FOUND-COA-RECORD
      AND COA-IS-CAPITAL
      PERFORM GET-ASSET-DETAILS.

   IF VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) NOT EQUAL SPACES
      AND VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) NOT EQUAL ZEROS
      AND FOUND-COA-RECORD
      MOVE "N" TO W-JOB-NUMBER-CHECK
      PERFORM GET-LINE-JOB-NUMBER UNTIL JOB-NUMBER-IS-GOOD.
*>_________________________________________________________________________

GET-LINE-JOB-NUMBER.

*>   Project spend is coded to its job line by line; only an OPEN job
*>   of this company is accepted.

   DISPLAY "   LINE " W-GL-LINE-INDEX " - JOB NUMBER (<ENTER> FOR NONE): ".
   MOVE SPACES TO W-LINE-JOB-NUMBER (W-GL-LINE-INDEX).
   ACCEPT W-LINE-JOB-NUMBER (W-GL-LINE-INDEX).
   INSPECT W-LINE-JOB-NUMBER (W-GL-LINE-INDEX)
      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-LINE-JOB-NUMBER (W-GL-LINE-INDEX) EQUAL SPACES
      MOVE "Y" TO W-JOB-NUMBER-CHECK
   ELSE
      MOVE W-LINE-JOB-NUMBER (W-GL-LINE-INDEX) TO JOB-NUMBER
      PERFORM CHECK-JOB-NUMBER.
*>_________________________________________________________________________

WRITE-VOUCHER-JOB-CODES.

*>   The job coding is rebuilt from the distribution as saved: every
*>   old line record goes, and each line now carrying a job gets one.

   PERFORM DROP-VOUCHER-JOB-CODES.

   PERFORM SAVE-ONE-VOUCHER-JOB-CODE
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
         UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

SAVE-ONE-VOUCHER-JOB-CODE.

   IF W-LINE-JOB-NUMBER (W-GL-LINE-INDEX) NOT EQUAL SPACES
      MOVE VOUCHER-NUMBER  TO VJOB-VOUCHER
      MOVE W-GL-LINE-INDEX TO VJOB-LINE
      MOVE W-LINE-JOB-NUMBER (W-GL-LINE-INDEX) TO VJOB-JOB-NUMBER
      WRITE VJOB-RECORD
         INVALID KEY
            MOVE "WRITE"       TO W-EXCLOG-OPERATION
            MOVE VJOB-KEY      TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
            DISPLAY "*** ERROR WRITING THE JOB CODE FOR LINE " W-GL-LINE-INDEX
                    " ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            MOVE "VOUCHERJOB"  TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"         TO W-SYSAUD-ACTION
            MOVE VJOB-KEY      TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
            MOVE VJOB-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-WRITE.
*>_________________________________________________________________________

DROP-VOUCHER-JOB-CODES.

   PERFORM DROP-ONE-VOUCHER-JOB-CODE
      VARYING W-JOB-LINE-INDEX FROM 1 BY 1
         UNTIL W-JOB-LINE-INDEX GREATER THAN 5.
*>_________________________________________________________________________

DROP-ONE-VOUCHER-JOB-CODE.

   MOVE VOUCHER-NUMBER   TO VJOB-VOUCHER.
   MOVE W-JOB-LINE-INDEX TO VJOB-LINE.
   MOVE "Y" TO W-FOUND-VJOB-RECORD.
   READ VOUCHER-JOB-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VJOB-RECORD.

   IF FOUND-VJOB-RECORD
      MOVE VJOB-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE VOUCHER-JOB-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "VOUCHERJOB"  TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"      TO W-SYSAUD-ACTION
            MOVE VJOB-KEY      TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

SHOW-VOUCHER-JOB-CODES.

   PERFORM SHOW-ONE-VOUCHER-JOB-CODE
      VARYING W-JOB-LINE-INDEX FROM 1 BY 1
         UNTIL W-JOB-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

SHOW-ONE-VOUCHER-JOB-CODE.

   MOVE VOUCHER-NUMBER   TO VJOB-VOUCHER.
   MOVE W-JOB-LINE-INDEX TO VJOB-LINE.
   READ VOUCHER-JOB-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         DISPLAY "   LINE " W-JOB-LINE-INDEX " IS CODED TO JOB " VJOB-JOB-NUMBER
   END-READ.
*>_________________________________________________________________________

WRITE-VOUCHER-VAT.

*>   One VAT record per voucher, kept in step with the voucher as
*>   saved: added, rewritten, or dropped when the VAT comes off.

   MOVE VOUCHER-NUMBER TO VCVAT-VOUCHER.
   MOVE "Y" TO W-FOUND-VCVAT-RECORD.
   READ VOUCHER-VAT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VCVAT-RECORD.

   IF W-VAT-FOREIGN-AMOUNT EQUAL ZEROS
      IF FOUND-VCVAT-RECORD
         PERFORM DROP-VOUCHER-VAT
      END-IF
   ELSE
      IF FOUND-VCVAT-RECORD
         MOVE VCVAT-RECORD TO W-SYSAUD-BEFORE-IMAGE
         PERFORM BUILD-VCVAT-RECORD
         REWRITE VCVAT-RECORD
            INVALID KEY
               MOVE "REWRITE"     TO W-EXCLOG-OPERATION
               MOVE VCVAT-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR REWRITING THE VAT DETAIL ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERVAT"  TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"      TO W-SYSAUD-ACTION
               MOVE VCVAT-VOUCHER TO W-SYSAUD-KEY
               MOVE VCVAT-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
      ELSE
         PERFORM BUILD-VCVAT-RECORD
         WRITE VCVAT-RECORD
            INVALID KEY
               MOVE "WRITE"       TO W-EXCLOG-OPERATION
               MOVE VCVAT-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR WRITING THE VAT DETAIL ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERVAT"  TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"         TO W-SYSAUD-ACTION
               MOVE VCVAT-VOUCHER TO W-SYSAUD-KEY
               MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
               MOVE VCVAT-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-WRITE.
*>_________________________________________________________________________

BUILD-VCVAT-RECORD.

   MOVE VOUCHER-NUMBER         TO VCVAT-VOUCHER.
   MOVE VOUCHER-VENDOR         TO VCVAT-VENDOR.
   MOVE VOUCHER-COMPANY        TO VCVAT-COMPANY.
   MOVE W-VAT-COUNTRY          TO VCVAT-COUNTRY.
   MOVE W-VAT-REGISTRATION     TO VCVAT-REGISTRATION.
   MOVE VOUCHER-INVOICE        TO VCVAT-INVOICE.
   MOVE VOUCHER-DATE           TO VCVAT-INVOICE-DATE.
   MOVE W-VAT-CURRENCY         TO VCVAT-CURRENCY.
   MOVE W-VAT-RATE             TO VCVAT-RATE.
   MOVE W-VAT-FOREIGN-GROSS    TO VCVAT-FOREIGN-GROSS.
   MOVE W-VAT-FOREIGN-AMOUNT   TO VCVAT-FOREIGN-VAT.
   MOVE W-VAT-EXCHANGE-RATE    TO VCVAT-EXCHANGE-RATE.
   MOVE W-VAT-USD-AMOUNT       TO VCVAT-USD-VAT.
   MOVE W-VAT-GL-ACCOUNT       TO VCVAT-GL-ACCOUNT.
*>_________________________________________________________________________

DROP-VOUCHER-VAT.

   MOVE VOUCHER-NUMBER TO VCVAT-VOUCHER.
   MOVE "Y" TO W-FOUND-VCVAT-RECORD.
   READ VOUCHER-VAT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VCVAT-RECORD.

   IF FOUND-VCVAT-RECORD
      MOVE VCVAT-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE VOUCHER-VAT-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "VOUCHERVAT"  TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"      TO W-SYSAUD-ACTION
            MOVE VCVAT-VOUCHER TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

LOAD-VOUCHER-VAT.

   INITIALIZE W-VOUCHER-VAT.

   MOVE VOUCHER-NUMBER TO VCVAT-VOUCHER.
   MOVE "Y" TO W-FOUND-VCVAT-RECORD.
   READ VOUCHER-VAT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VCVAT-RECORD.

   IF FOUND-VCVAT-RECORD
      MOVE VCVAT-COUNTRY       TO W-VAT-COUNTRY
      MOVE VCVAT-REGISTRATION  TO W-VAT-REGISTRATION
      MOVE VCVAT-CURRENCY      TO W-VAT-CURRENCY
      MOVE VCVAT-RATE          TO W-VAT-RATE
      MOVE VCVAT-FOREIGN-GROSS TO W-VAT-FOREIGN-GROSS
      MOVE VCVAT-FOREIGN-VAT   TO W-VAT-FOREIGN-AMOUNT
      MOVE VCVAT-EXCHANGE-RATE TO W-VAT-EXCHANGE-RATE
      MOVE VCVAT-USD-VAT       TO W-VAT-USD-AMOUNT
      MOVE VCVAT-GL-ACCOUNT    TO W-VAT-GL-ACCOUNT.
*>_________________________________________________________________________

SHOW-VOUCHER-VAT.

   PERFORM LOAD-VOUCHER-VAT.

   IF FOUND-VCVAT-RECORD
      MOVE W-VAT-USD-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   VAT " W-VAT-RATE "% - " W-VAT-FOREIGN-AMOUNT " " W-VAT-CURRENCY
              " = " VOUCHER-FORMATTED-AMOUNT " USD, REG. " W-VAT-REGISTRATION.
*>_________________________________________________________________________

GET-VOUCHER-FREIGHT.

*>   A bill from a vendor set up as a freight carrier is audited
*>   against the carrier's tariff: the shipment behind it is keyed and
*>   rated, and a bill over the carrier's tolerance, or a PRO number
*>   the carrier has billed before, puts the voucher on hold.

   MOVE VOUCHER-VENDOR TO CARRIER-VENDOR.
   MOVE "Y" TO W-FREIGHT-APPLIES.
   READ CARRIER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FREIGHT-APPLIES.

   IF NOT FREIGHT-APPLIES
      PERFORM RELEASE-FREIGHT-HOLD
      INITIALIZE W-VOUCHER-FREIGHT
   ELSE
      PERFORM CAPTURE-VOUCHER-FREIGHT.
*>_________________________________________________________________________

CAPTURE-VOUCHER-FREIGHT.

   DISPLAY "    FREIGHT BILL FROM CARRIER " CARRIER-SCAC
           " - KEY THE SHIPMENT BILLED:".

   IF W-FRT-DEST-ZIP EQUAL SPACES
      MOVE W-SESSION-COMPANY TO CONTROL-KEY
      READ CONTROL-FILE RECORD
         INVALID KEY
            MOVE SPACES TO CONTROL-COMPANY-ZIP
      END-READ
      MOVE CONTROL-COMPANY-ZIP TO W-FRT-DEST-ZIP.

   PERFORM GET-FREIGHT-PRO-NUMBER.
   PERFORM GET-FREIGHT-PRO-NUMBER UNTIL W-FRT-PRO-NUMBER NOT EQUAL SPACES.

   PERFORM GET-FREIGHT-ORIGIN-ZIP.
   PERFORM GET-FREIGHT-ORIGIN-ZIP UNTIL W-FRT-ORIGIN-ZIP (1:3) IS NUMERIC.

   PERFORM GET-FREIGHT-DEST-ZIP.
   PERFORM GET-FREIGHT-DEST-ZIP UNTIL W-FRT-DEST-ZIP (1:3) IS NUMERIC.

   PERFORM GET-FREIGHT-WEIGHT.
   PERFORM GET-FREIGHT-WEIGHT UNTIL W-FRT-WEIGHT NOT EQUAL ZEROS.

   PERFORM AUDIT-FREIGHT-CHARGE.
*>_________________________________________________________________________

GET-FREIGHT-PRO-NUMBER.

   IF W-FRT-PRO-NUMBER EQUAL SPACES
      DISPLAY "    CARRIER PRO NUMBER: "
   ELSE
      DISPLAY "    CARRIER PRO NUMBER (<ENTER> FOR " W-FRT-PRO-NUMBER "): ".

   MOVE SPACES TO W-FRT-INPUT.
   ACCEPT W-FRT-INPUT.

   IF W-FRT-INPUT NOT EQUAL SPACES
      INSPECT W-FRT-INPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE W-FRT-INPUT TO W-FRT-PRO-NUMBER.
*>_________________________________________________________________________

GET-FREIGHT-ORIGIN-ZIP.

   IF W-FRT-ORIGIN-ZIP EQUAL SPACES
      DISPLAY "    ORIGIN ZIP CODE: "
   ELSE
      DISPLAY "    ORIGIN ZIP CODE (<ENTER> FOR " W-FRT-ORIGIN-ZIP "): ".

   MOVE SPACES TO W-FRT-INPUT.
   ACCEPT W-FRT-INPUT.

   IF W-FRT-INPUT NOT EQUAL SPACES
      MOVE W-FRT-INPUT TO W-FRT-ORIGIN-ZIP.

   IF W-FRT-ORIGIN-ZIP (1:3) IS NOT NUMERIC
      DISPLAY "    *** NOT A VALID ZIP CODE ! ***".
*>_________________________________________________________________________

GET-FREIGHT-DEST-ZIP.

   IF W-FRT-DEST-ZIP EQUAL SPACES
      DISPLAY "    DESTINATION ZIP CODE: "
   ELSE
      DISPLAY "    DESTINATION ZIP CODE (<ENTER> FOR " W-FRT-DEST-ZIP "): ".

   MOVE SPACES TO W-FRT-INPUT.
   ACCEPT W-FRT-INPUT.

   IF W-FRT-INPUT NOT EQUAL SPACES
      MOVE W-FRT-INPUT TO W-FRT-DEST-ZIP.

   IF W-FRT-DEST-ZIP (1:3) IS NOT NUMERIC
      DISPLAY "    *** NOT A VALID ZIP CODE ! ***".
*>_________________________________________________________________________

GET-FREIGHT-WEIGHT.

   IF W-FRT-WEIGHT EQUAL ZEROS
      DISPLAY "    BILLED WEIGHT IN POUNDS: "
   ELSE
      MOVE W-FRT-WEIGHT TO W-FRT-FORMATTED-WEIGHT
      DISPLAY "    BILLED WEIGHT IN POUNDS (<ENTER> FOR "
              W-FRT-FORMATTED-WEIGHT "): ".

   MOVE SPACES TO W-FRT-WEIGHT-INPUT.
   ACCEPT W-FRT-WEIGHT-INPUT.

   IF W-FRT-WEIGHT-INPUT NOT EQUAL SPACES
      IF FUNCTION TEST-NUMVAL (W-FRT-WEIGHT-INPUT) NOT EQUAL ZERO
         DISPLAY "    *** NOT A VALID WEIGHT ! ***"
         MOVE ZEROS TO W-FRT-WEIGHT
      ELSE
      IF FUNCTION NUMVAL (W-FRT-WEIGHT-INPUT) NOT GREATER THAN ZERO
         OR FUNCTION NUMVAL (W-FRT-WEIGHT-INPUT) GREATER THAN 999999
         DISPLAY "    *** THE WEIGHT MUST BE 1 TO 999,999 POUNDS ! ***"
         MOVE ZEROS TO W-FRT-WEIGHT
      ELSE
         COMPUTE W-FRT-WEIGHT ROUNDED = FUNCTION NUMVAL (W-FRT-WEIGHT-INPUT).
*>_________________________________________________________________________

AUDIT-FREIGHT-CHARGE.

*>   The shipment is rated at the highest weight break it reaches on
*>   its lane; the carrier's minimum applies to the line haul and the
*>   fuel surcharge goes on top. Anything billed past the carrier's
*>   tolerance over that is an overcharge.

   PERFORM FIND-FREIGHT-RATE.

   IF W-FRT-RATE-PER-CWT EQUAL ZEROS
      MOVE ZEROS    TO W-FRT-EXPECTED
      MOVE ZEROS    TO W-FRT-VARIANCE
      MOVE "NORATE" TO W-FRT-RESULT
      DISPLAY "    *** NO RATE ON FILE FOR LANE " W-FRT-ORIGIN-ZIP (1:3)
              "-" W-FRT-DEST-ZIP (1:3) " - THE BILL CANNOT BE AUDITED ***"
   ELSE
      COMPUTE W-FRT-LINE-HAUL ROUNDED =
              W-FRT-WEIGHT * W-FRT-RATE-PER-CWT / 100
      IF W-FRT-LINE-HAUL LESS THAN CARRIER-MINIMUM-CHARGE
         MOVE CARRIER-MINIMUM-CHARGE TO W-FRT-LINE-HAUL
      END-IF
      COMPUTE W-FRT-EXPECTED ROUNDED =
              W-FRT-LINE-HAUL + W-FRT-LINE-HAUL * W-FRT-FUEL-PERCENT / 100
      COMPUTE W-FRT-VARIANCE = VOUCHER-AMOUNT - W-FRT-EXPECTED
      COMPUTE W-FRT-TOLERANCE-AMOUNT ROUNDED =
              W-FRT-EXPECTED * CARRIER-TOLERANCE-PERCENT / 100
      IF W-FRT-VARIANCE GREATER THAN W-FRT-TOLERANCE-AMOUNT
         MOVE "OVER" TO W-FRT-RESULT
      ELSE
         MOVE "OK"   TO W-FRT-RESULT
      END-IF
      MOVE W-FRT-EXPECTED TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "    RATED CHARGE..: " VOUCHER-FORMATTED-AMOUNT
              "  ( " W-FRT-RATE-PER-CWT "/CWT, FUEL " W-FRT-FUEL-PERCENT "% )"
      MOVE W-FRT-VARIANCE TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "    BILLED OVER IT: " VOUCHER-FORMATTED-AMOUNT.

   PERFORM CHECK-FOR-DUPLICATE-PRO.

   IF W-FRT-RESULT EQUAL "OVER" OR W-FRT-DUPLICATE-PRO EQUAL "Y"
      PERFORM HOLD-FOR-FREIGHT-AUDIT
   ELSE
      PERFORM RELEASE-FREIGHT-HOLD.
*>_________________________________________________________________________

FIND-FREIGHT-RATE.

   MOVE ZEROS TO W-FRT-WEIGHT-BREAK.
   MOVE ZEROS TO W-FRT-RATE-PER-CWT.
   MOVE ZEROS TO W-FRT-FUEL-PERCENT.

   MOVE VOUCHER-VENDOR          TO CARATE-VENDOR.
   MOVE W-FRT-ORIGIN-ZIP (1:3)  TO CARATE-ORIGIN-ZONE.
   MOVE W-FRT-DEST-ZIP (1:3)    TO CARATE-DEST-ZONE.
   MOVE ZEROS                   TO CARATE-WEIGHT-BREAK.

   MOVE "N" TO W-END-OF-FREIGHT-RATES.
   START CARRIER-RATE-FILE KEY IS NOT LESS THAN CARATE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FREIGHT-RATES.

   PERFORM READ-NEXT-FREIGHT-RATE UNTIL END-OF-FREIGHT-RATES.
*>_________________________________________________________________________

READ-NEXT-FREIGHT-RATE.

   READ CARRIER-RATE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FREIGHT-RATES
      NOT AT END
         IF CARATE-VENDOR NOT EQUAL VOUCHER-VENDOR
            OR CARATE-ORIGIN-ZONE NOT EQUAL W-FRT-ORIGIN-ZIP (1:3)
            OR CARATE-DEST-ZONE NOT EQUAL W-FRT-DEST-ZIP (1:3)
            OR CARATE-WEIGHT-BREAK GREATER THAN W-FRT-WEIGHT
            MOVE "Y" TO W-END-OF-FREIGHT-RATES
         ELSE
            MOVE CARATE-WEIGHT-BREAK TO W-FRT-WEIGHT-BREAK
            MOVE CARATE-RATE-PER-CWT TO W-FRT-RATE-PER-CWT
            MOVE CARATE-FUEL-PERCENT TO W-FRT-FUEL-PERCENT
         END-IF
   END-READ.
*>_________________________________________________________________________

CHECK-FOR-DUPLICATE-PRO.

*>   Any other voucher of this carrier already carrying the PRO number
*>   means the shipment has been billed before.

   MOVE "N" TO W-FRT-DUPLICATE-PRO.

   MOVE VOUCHER-VENDOR   TO VFRT-VENDOR.
   MOVE W-FRT-PRO-NUMBER TO VFRT-PRO-NUMBER.

   MOVE "N" TO W-END-OF-SAME-PRO.
   START VOUCHER-FREIGHT-FILE KEY IS EQUAL VFRT-PRO-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-SAME-PRO.

   PERFORM READ-NEXT-SAME-PRO UNTIL END-OF-SAME-PRO.
*>_________________________________________________________________________

READ-NEXT-SAME-PRO.

   READ VOUCHER-FREIGHT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-SAME-PRO
      NOT AT END
         IF VFRT-VENDOR NOT EQUAL VOUCHER-VENDOR
            OR VFRT-PRO-NUMBER NOT EQUAL W-FRT-PRO-NUMBER
            MOVE "Y" TO W-END-OF-SAME-PRO
         ELSE
            IF VFRT-VOUCHER NOT EQUAL VOUCHER-NUMBER
               MOVE "Y" TO W-FRT-DUPLICATE-PRO
               MOVE "Y" TO W-END-OF-SAME-PRO
               DISPLAY "    *** PRO " W-FRT-PRO-NUMBER
                       " WAS ALREADY BILLED ON VOUCHER " VFRT-VOUCHER " ***"
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

HOLD-FOR-FREIGHT-AUDIT.

   IF NOT VOUCHER-ON-HOLD
      MOVE "Y" TO VOUCHER-HOLD
      MOVE "Y" TO W-FRT-HELD.

   DISPLAY "    *** FREIGHT BILL EXCEPTION - THE VOUCHER IS HELD UNTIL"
           " RELEASED (OPTION 6) ***".
*>_________________________________________________________________________

RELEASE-FREIGHT-HOLD.

*>   Only a hold the freight audit itself placed is lifted here.

   IF W-FRT-HELD EQUAL "Y"
      IF VOUCHER-ON-HOLD
         MOVE "N" TO VOUCHER-HOLD
         DISPLAY "    FREIGHT HOLD LIFTED - THE BILL NOW AUDITS CLEAN"
      END-IF
      MOVE "N" TO W-FRT-HELD.
*>_________________________________________________________________________

HOLD-NEW-VOUCHER-FOR-FREIGHT.

*>   Saving a new voucher clears its hold flag; the hold the freight
*>   audit called for is put back on the voucher as written.

   IF W-FRT-HELD EQUAL "Y"
      MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE "Y" TO VOUCHER-HOLD
      PERFORM REWRITE-THE-VOUCHER
      IF NOT ERROR-WRITING
         MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- FREIGHT BILL EXCEPTION: THE VOUCHER IS ON HOLD -----".
*>_________________________________________________________________________

WRITE-VOUCHER-FREIGHT.

*>   The freight detail is kept in step with the voucher as saved:
*>   added, rewritten, or dropped when the vendor is not a carrier.

   MOVE VOUCHER-NUMBER TO VFRT-VOUCHER.
   MOVE "Y" TO W-FOUND-VFRT-RECORD.
   READ VOUCHER-FREIGHT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VFRT-RECORD.

   IF W-FRT-PRO-NUMBER EQUAL SPACES
      IF FOUND-VFRT-RECORD
         PERFORM DROP-VOUCHER-FREIGHT
      END-IF
   ELSE
      IF FOUND-VFRT-RECORD
         MOVE VFRT-RECORD TO W-SYSAUD-BEFORE-IMAGE
         PERFORM BUILD-VFRT-RECORD
         REWRITE VFRT-RECORD
            INVALID KEY
               MOVE "REWRITE"    TO W-EXCLOG-OPERATION
               MOVE VFRT-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR REWRITING THE FREIGHT DETAIL ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERFRT" TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"     TO W-SYSAUD-ACTION
               MOVE VFRT-VOUCHER TO W-SYSAUD-KEY
               MOVE VFRT-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
      ELSE
         PERFORM BUILD-VFRT-RECORD
         WRITE VFRT-RECORD
            INVALID KEY
               MOVE "WRITE"      TO W-EXCLOG-OPERATION
               MOVE VFRT-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR WRITING THE FREIGHT DETAIL ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERFRT" TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"        TO W-SYSAUD-ACTION
               MOVE VFRT-VOUCHER TO W-SYSAUD-KEY
               MOVE SPACES       TO W-SYSAUD-BEFORE-IMAGE
               MOVE VFRT-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-WRITE.
*>_________________________________________________________________________

BUILD-VFRT-RECORD.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE VOUCHER-NUMBER         TO VFRT-VOUCHER.
   MOVE VOUCHER-VENDOR         TO VFRT-VENDOR.
   MOVE W-FRT-PRO-NUMBER       TO VFRT-PRO-NUMBER.
   MOVE VOUCHER-COMPANY        TO VFRT-COMPANY.
   MOVE VOUCHER-INVOICE        TO VFRT-INVOICE.
   MOVE VOUCHER-DATE           TO VFRT-INVOICE-DATE.
   MOVE W-FRT-ORIGIN-ZIP       TO VFRT-ORIGIN-ZIP.
   MOVE W-FRT-DEST-ZIP         TO VFRT-DEST-ZIP.
   MOVE W-FRT-WEIGHT           TO VFRT-WEIGHT.
   MOVE W-FRT-WEIGHT-BREAK     TO VFRT-WEIGHT-BREAK.
   MOVE W-FRT-RATE-PER-CWT     TO VFRT-RATE-PER-CWT.
   MOVE W-FRT-FUEL-PERCENT     TO VFRT-FUEL-PERCENT.
   MOVE W-FRT-EXPECTED         TO VFRT-EXPECTED-CHARGE.
   MOVE VOUCHER-AMOUNT         TO VFRT-BILLED-CHARGE.
   MOVE W-FRT-VARIANCE         TO VFRT-VARIANCE.
   MOVE W-FRT-RESULT           TO VFRT-RESULT.
   MOVE W-FRT-DUPLICATE-PRO    TO VFRT-DUPLICATE-PRO.
   MOVE W-FRT-HELD             TO VFRT-HELD.
   MOVE W-DAY-TODAY            TO VFRT-AUDIT-DATE.
*>_________________________________________________________________________

DROP-VOUCHER-FREIGHT.

   MOVE VOUCHER-NUMBER TO VFRT-VOUCHER.
   MOVE "Y" TO W-FOUND-VFRT-RECORD.
   READ VOUCHER-FREIGHT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VFRT-RECORD.

   IF FOUND-VFRT-RECORD
      MOVE VFRT-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE VOUCHER-FREIGHT-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "VOUCHERFRT" TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"     TO W-SYSAUD-ACTION
            MOVE VFRT-VOUCHER TO W-SYSAUD-KEY
            MOVE SPACES       TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

LOAD-VOUCHER-FREIGHT.

   INITIALIZE W-VOUCHER-FREIGHT.

   MOVE VOUCHER-NUMBER TO VFRT-VOUCHER.
   MOVE "Y" TO W-FOUND-VFRT-RECORD.
   READ VOUCHER-FREIGHT-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VFRT-RECORD.

   IF FOUND-VFRT-RECORD
      MOVE VFRT-PRO-NUMBER      TO W-FRT-PRO-NUMBER
      MOVE VFRT-ORIGIN-ZIP      TO W-FRT-ORIGIN-ZIP
      MOVE VFRT-DEST-ZIP        TO W-FRT-DEST-ZIP
      MOVE VFRT-WEIGHT          TO W-FRT-WEIGHT
      MOVE VFRT-WEIGHT-BREAK    TO W-FRT-WEIGHT-BREAK
      MOVE VFRT-RATE-PER-CWT    TO W-FRT-RATE-PER-CWT
      MOVE VFRT-FUEL-PERCENT    TO W-FRT-FUEL-PERCENT
      MOVE VFRT-EXPECTED-CHARGE TO W-FRT-EXPECTED
      MOVE VFRT-VARIANCE        TO W-FRT-VARIANCE
      MOVE VFRT-RESULT          TO W-FRT-RESULT
      MOVE VFRT-DUPLICATE-PRO   TO W-FRT-DUPLICATE-PRO
      MOVE VFRT-HELD            TO W-FRT-HELD.
*>_________________________________________________________________________

SHOW-VOUCHER-FREIGHT.

   PERFORM LOAD-VOUCHER-FREIGHT.

   IF FOUND-VFRT-RECORD
      MOVE W-FRT-WEIGHT   TO W-FRT-FORMATTED-WEIGHT
      MOVE W-FRT-EXPECTED TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   FREIGHT PRO " W-FRT-PRO-NUMBER " " W-FRT-ORIGIN-ZIP
              " TO " W-FRT-DEST-ZIP " " W-FRT-FORMATTED-WEIGHT " LBS"
      DISPLAY "   RATED " VOUCHER-FORMATTED-AMOUNT "  AUDIT: " W-FRT-RESULT
      IF W-FRT-DUPLICATE-PRO EQUAL "Y"
         DISPLAY "   *** DUPLICATE PRO NUMBER ***".
*>_________________________________________________________________________

GET-VOUCHER-LATE-FEE.

*>   A late-payment fee or finance charge the vendor adds to its bill,
*>   whether it is the whole voucher or buried in one GL line, is
*>   marked and tied to the invoice it penalizes, so the avoidable-
*>   cost report can show what paying late has cost.

   PERFORM GET-LATE-FEE-KIND.
   PERFORM GET-LATE-FEE-KIND UNTIL W-LFEE-KIND EQUAL SPACE
                                OR LATE-FEE-MARKED.

   IF NOT LATE-FEE-MARKED
      INITIALIZE W-VOUCHER-LATE-FEE
   ELSE
      PERFORM GET-LATE-FEE-LINE
      PERFORM GET-LATE-FEE-LINE UNTIL LATE-FEE-LINE-VALID
      PERFORM GET-LATE-FEE-ORIGINAL
      PERFORM GET-LATE-FEE-ORIGINAL UNTIL LATE-FEE-ORIGINAL-VALID
      PERFORM SET-LATE-FEE-AMOUNT
      MOVE W-LFEE-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   " VOUCHER-FORMATTED-AMOUNT " MARKED AS A LATE FEE / FINANCE CHARGE ON INVOICE "
              W-LFEE-ORIGINAL-INVOICE.
*>_________________________________________________________________________

GET-LATE-FEE-KIND.

   IF LATE-FEE-MARKED
      DISPLAY "   LATE FEE OR FINANCE CHARGE ? L)ATE FEE, F)INANCE CHARGE, N)EITHER"
      DISPLAY "   (<ENTER> FOR " W-LFEE-KIND "): "
   ELSE
      DISPLAY "   IS ANY OF THIS BILL A LATE FEE OR FINANCE CHARGE ?"
      DISPLAY "   L)ATE FEE, F)INANCE CHARGE (<ENTER> IF NEITHER): ".

   MOVE SPACES TO W-LFEE-INPUT.
   ACCEPT W-LFEE-INPUT.
   INSPECT W-LFEE-INPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-LFEE-INPUT EQUAL "N"
      MOVE SPACE TO W-LFEE-KIND
   ELSE
   IF W-LFEE-INPUT NOT EQUAL SPACES
      MOVE W-LFEE-INPUT (1:1) TO W-LFEE-KIND
      IF NOT LATE-FEE-MARKED
         DISPLAY "   *** ONLY L, F OR N IS ACCEPTED ! ***".
*>_________________________________________________________________________

GET-LATE-FEE-LINE.

*>   Line 0 is the whole voucher - a fee billed on its own invoice.

   MOVE "N" TO W-LFEE-LINE-VALID.

   IF VOUCHER-GL-LINE-COUNT LESS THAN 2
      MOVE ZERO TO W-LFEE-GL-LINE
      MOVE "Y" TO W-LFEE-LINE-VALID
   ELSE
      DISPLAY "   THE WHOLE VOUCHER (0) OR THE GL LINE THAT CARRIES THE FEE (1-"
              VOUCHER-GL-LINE-COUNT "): "
      MOVE SPACES TO W-LFEE-INPUT
      ACCEPT W-LFEE-INPUT
      IF W-LFEE-INPUT (1:1) IS NUMERIC AND W-LFEE-INPUT (2:14) EQUAL SPACES
         MOVE W-LFEE-INPUT (1:1) TO W-LFEE-GL-LINE
         IF W-LFEE-GL-LINE NOT GREATER THAN VOUCHER-GL-LINE-COUNT
            MOVE "Y" TO W-LFEE-LINE-VALID
         END-IF
      END-IF
      IF NOT LATE-FEE-LINE-VALID
         DISPLAY "   *** NOT ONE OF THE VOUCHER'S GL LINES ! ***".
*>_________________________________________________________________________

GET-LATE-FEE-ORIGINAL.

*>   The invoice paid late is normally still on the voucher file; one
*>   already purged is named by its invoice number alone.

   MOVE "N" TO W-LFEE-ORIGINAL-VALID.

   DISPLAY "   VOUCHER NUMBER OF THE INVOICE PAID LATE (<ENTER> IF NOT ON FILE): ".
   MOVE SPACES TO W-LFEE-INPUT.
   ACCEPT W-LFEE-INPUT.

   IF W-LFEE-INPUT EQUAL SPACES
      MOVE ZEROS TO W-LFEE-ORIGINAL-VOUCHER
      PERFORM GET-LATE-FEE-ORIGINAL-INVOICE
   ELSE
   IF FUNCTION TEST-NUMVAL (W-LFEE-INPUT) NOT EQUAL ZERO
      DISPLAY "   *** NOT A VOUCHER NUMBER ! ***"
   ELSE
      COMPUTE W-LFEE-ORIGINAL-VOUCHER = FUNCTION NUMVAL (W-LFEE-INPUT)
      PERFORM CHECK-LATE-FEE-ORIGINAL.
*>_________________________________________________________________________

CHECK-LATE-FEE-ORIGINAL.

   MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD. *> the look-up reads into the record area
   MOVE VOUCHER-NUMBER TO W-EDITED-VOUCHER-NUMBER.

   MOVE W-LFEE-ORIGINAL-VOUCHER TO VOUCHER-NUMBER.
   MOVE "Y" TO W-FOUND-LFEE-ORIGINAL.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-LFEE-ORIGINAL.

   IF FOUND-LFEE-ORIGINAL
      MOVE VOUCHER-VENDOR  TO W-LFEE-ORIGINAL-VENDOR
      MOVE VOUCHER-INVOICE TO W-LFEE-ORIGINAL-INVOICE.

   MOVE BK-VOUCHER-RECORD TO VOUCHER-RECORD.

   IF NOT FOUND-LFEE-ORIGINAL
      DISPLAY "   *** VOUCHER NOT ON FILE - <ENTER> FOR ONE ALREADY PURGED ! ***"
   ELSE
   IF W-LFEE-ORIGINAL-VENDOR NOT EQUAL VOUCHER-VENDOR
      DISPLAY "   *** THAT VOUCHER IS FOR ANOTHER VENDOR ! ***"
   ELSE
   IF W-LFEE-ORIGINAL-VOUCHER EQUAL W-EDITED-VOUCHER-NUMBER
      DISPLAY "   *** A VOUCHER CANNOT PENALIZE ITSELF ! ***"
   ELSE
      MOVE "Y" TO W-LFEE-ORIGINAL-VALID.
*>_________________________________________________________________________

GET-LATE-FEE-ORIGINAL-INVOICE.

   DISPLAY "   INVOICE NUMBER THAT WAS PAID LATE: ".
   MOVE SPACES TO W-LFEE-INPUT.
   ACCEPT W-LFEE-INPUT.
   INSPECT W-LFEE-INPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-LFEE-INPUT NOT EQUAL SPACES
      MOVE W-LFEE-INPUT   TO W-LFEE-ORIGINAL-INVOICE
      MOVE VOUCHER-VENDOR TO W-LFEE-ORIGINAL-VENDOR
      MOVE "Y" TO W-LFEE-ORIGINAL-VALID.
*>_________________________________________________________________________

SET-LATE-FEE-AMOUNT.

   IF W-LFEE-GL-LINE EQUAL ZERO
      MOVE VOUCHER-AMOUNT TO W-LFEE-AMOUNT
   ELSE
      MOVE VOUCHER-GL-AMOUNT (W-LFEE-GL-LINE) TO W-LFEE-AMOUNT.
*>_________________________________________________________________________

REFRESH-VOUCHER-LATE-FEE.

*>   A new vendor, or a distribution that lost the marked line, leaves
*>   the mark pointing at the wrong thing and it is keyed again;
*>   otherwise only the fee amount follows the voucher.

   IF LATE-FEE-MARKED
      IF W-LFEE-ORIGINAL-VENDOR NOT EQUAL VOUCHER-VENDOR
         OR W-LFEE-GL-LINE GREATER THAN VOUCHER-GL-LINE-COUNT
         DISPLAY "   THE LATE FEE MARK NO LONGER FITS THIS VOUCHER - KEY IT AGAIN:"
         PERFORM GET-VOUCHER-LATE-FEE
      ELSE
         PERFORM SET-LATE-FEE-AMOUNT.
*>_________________________________________________________________________

WRITE-VOUCHER-LATE-FEE.

*>   One late-fee record per voucher, kept in step with the voucher as
*>   saved: added, rewritten, or dropped when the mark comes off.

   MOVE VOUCHER-NUMBER TO LFEE-VOUCHER.
   MOVE "Y" TO W-FOUND-LFEE-RECORD.
   READ VOUCHER-LATE-FEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-LFEE-RECORD.

   IF NOT LATE-FEE-MARKED
      IF FOUND-LFEE-RECORD
         PERFORM DROP-VOUCHER-LATE-FEE
      END-IF
   ELSE
      IF FOUND-LFEE-RECORD
         MOVE LFEE-RECORD TO W-SYSAUD-BEFORE-IMAGE
         PERFORM BUILD-LFEE-RECORD
         REWRITE LFEE-RECORD
            INVALID KEY
               MOVE "REWRITE"    TO W-EXCLOG-OPERATION
               MOVE LFEE-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR REWRITING THE LATE FEE MARK ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERFEE" TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"     TO W-SYSAUD-ACTION
               MOVE LFEE-VOUCHER TO W-SYSAUD-KEY
               MOVE LFEE-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
      ELSE
         MOVE W-CURRENT-USER-ID TO LFEE-ENTERED-BY
         PERFORM BUILD-LFEE-RECORD
         WRITE LFEE-RECORD
            INVALID KEY
               MOVE "WRITE"      TO W-EXCLOG-OPERATION
               MOVE LFEE-VOUCHER TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR WRITING THE LATE FEE MARK ! *** <ENTER> TO CONTINUE"
               ACCEPT DUMMY
            NOT INVALID KEY
               MOVE "VOUCHERFEE" TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"        TO W-SYSAUD-ACTION
               MOVE LFEE-VOUCHER TO W-SYSAUD-KEY
               MOVE SPACES       TO W-SYSAUD-BEFORE-IMAGE
               MOVE LFEE-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-WRITE.
*>_________________________________________________________________________

BUILD-LFEE-RECORD.

   MOVE VOUCHER-NUMBER          TO LFEE-VOUCHER.
   MOVE VOUCHER-VENDOR          TO LFEE-VENDOR.
   MOVE VOUCHER-COMPANY         TO LFEE-COMPANY.
   MOVE W-LFEE-KIND             TO LFEE-KIND.
   MOVE W-LFEE-GL-LINE          TO LFEE-GL-LINE.
   MOVE W-LFEE-AMOUNT           TO LFEE-AMOUNT.
   MOVE VOUCHER-INVOICE         TO LFEE-INVOICE.
   MOVE VOUCHER-DATE            TO LFEE-INVOICE-DATE.
   MOVE W-LFEE-ORIGINAL-VOUCHER TO LFEE-ORIGINAL-VOUCHER.
   MOVE W-LFEE-ORIGINAL-INVOICE TO LFEE-ORIGINAL-INVOICE.
*>_________________________________________________________________________

DROP-VOUCHER-LATE-FEE.

   MOVE VOUCHER-NUMBER TO LFEE-VOUCHER.
   MOVE "Y" TO W-FOUND-LFEE-RECORD.
   READ VOUCHER-LATE-FEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-LFEE-RECORD.

   IF FOUND-LFEE-RECORD
      MOVE LFEE-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE VOUCHER-LATE-FEE-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "VOUCHERFEE" TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"     TO W-SYSAUD-ACTION
            MOVE LFEE-VOUCHER TO W-SYSAUD-KEY
            MOVE SPACES       TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

LOAD-VOUCHER-LATE-FEE.

   INITIALIZE W-VOUCHER-LATE-FEE.

   MOVE VOUCHER-NUMBER TO LFEE-VOUCHER.
   MOVE "Y" TO W-FOUND-LFEE-RECORD.
   READ VOUCHER-LATE-FEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-LFEE-RECORD.

   IF FOUND-LFEE-RECORD
      MOVE LFEE-KIND             TO W-LFEE-KIND
      MOVE LFEE-GL-LINE          TO W-LFEE-GL-LINE
      MOVE LFEE-AMOUNT           TO W-LFEE-AMOUNT
      MOVE LFEE-ORIGINAL-VOUCHER TO W-LFEE-ORIGINAL-VOUCHER
      MOVE LFEE-ORIGINAL-INVOICE TO W-LFEE-ORIGINAL-INVOICE
      MOVE LFEE-VENDOR           TO W-LFEE-ORIGINAL-VENDOR.
*>_________________________________________________________________________

SHOW-VOUCHER-LATE-FEE.

*>   Both ways: this voucher as a fee, and the fees other vouchers
*>   have charged for paying this one late.

   PERFORM LOAD-VOUCHER-LATE-FEE.

   IF FOUND-LFEE-RECORD
      MOVE W-LFEE-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      IF LFEE-IS-FINANCE-CHARGE
         DISPLAY "   FINANCE CHARGE " VOUCHER-FORMATTED-AMOUNT
                 " ON INVOICE " W-LFEE-ORIGINAL-INVOICE
                 " (VOUCHER " W-LFEE-ORIGINAL-VOUCHER ")"
      ELSE
         DISPLAY "   LATE FEE " VOUCHER-FORMATTED-AMOUNT
                 " ON INVOICE " W-LFEE-ORIGINAL-INVOICE
                 " (VOUCHER " W-LFEE-ORIGINAL-VOUCHER ")".

   MOVE ZEROS TO W-LFEE-CHARGED-COUNT.
   MOVE ZEROS TO W-LFEE-CHARGED-TOTAL.
   MOVE "N" TO W-END-OF-FILE.
   MOVE VOUCHER-NUMBER TO LFEE-ORIGINAL-VOUCHER.
   START VOUCHER-LATE-FEE-FILE KEY IS EQUAL LFEE-ORIGINAL-VOUCHER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM SUM-NEXT-LATE-FEE-CHARGED UNTIL END-OF-FILE.

   IF W-LFEE-CHARGED-COUNT NOT EQUAL ZEROS
      MOVE W-LFEE-CHARGED-TOTAL TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   PAYING THIS INVOICE LATE HAS COST " VOUCHER-FORMATTED-AMOUNT
              " IN " W-LFEE-CHARGED-COUNT " LATE FEE / FINANCE CHARGE VOUCHER(S)".
*>_________________________________________________________________________

SUM-NEXT-LATE-FEE-CHARGED.

   READ VOUCHER-LATE-FEE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF LFEE-ORIGINAL-VOUCHER NOT EQUAL VOUCHER-NUMBER
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            ADD 1 TO W-LFEE-CHARGED-COUNT
            ADD LFEE-AMOUNT TO W-LFEE-CHARGED-TOTAL
         END-IF
   END-READ.
*>_________________________________________________________________________

GET-INSTALLMENT-PLAN.

*>   Software licenses, large equipment, settlements: an invoice the
*>   vendor lets us pay in scheduled installments gets its dates and
*>   amounts here, and is cut into one payable voucher per installment
*>   once it is saved. Credit memos, retainage jobs and invoices billed
*>   in a foreign currency are always paid whole.

   MOVE ZEROS TO W-INST-COUNT.

   IF NOT VOUCHER-IS-CREDIT-MEMO
      AND NOT VOUCHER-IS-DEPOSIT
      AND VOUCHER-AMOUNT GREATER THAN ZEROS
      AND VOUCHER-RETAINAGE-PERCENT EQUAL ZEROS
      AND (VOUCHER-CURRENCY EQUAL SPACES OR VOUCHER-CURRENCY EQUAL "USD")
      MOVE SPACE TO W-INST-ANSWER
      PERFORM GET-INSTALLMENT-ANSWER
      PERFORM GET-INSTALLMENT-ANSWER UNTIL INST-ANSWER-VALID
      IF INSTALLMENTS-WANTED
         MOVE 1 TO W-INST-COUNT-KEYED
         PERFORM GET-INSTALLMENT-COUNT UNTIL INST-COUNT-ACCEPTABLE
         MOVE W-INST-COUNT-KEYED TO W-INST-COUNT
         IF INSTALLMENT-PLAN-DEFINED
            MOVE VOUCHER-AMOUNT TO W-INST-REMAINING
            PERFORM GET-ONE-INSTALLMENT
               VARYING W-INST-INDEX FROM 1 BY 1
                 UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT
            PERFORM SHOW-INSTALLMENT-PLAN.
*>_________________________________________________________________________

GET-INSTALLMENT-ANSWER.

   DISPLAY "   IS THIS INVOICE PAYABLE IN SCHEDULED INSTALLMENTS ? (Y/N, <ENTER> FOR N): ".
   ACCEPT W-INST-ANSWER.
   INSPECT W-INST-ANSWER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-INST-ANSWER EQUAL SPACE
      MOVE "N" TO W-INST-ANSWER.
*>_________________________________________________________________________

GET-INSTALLMENT-COUNT.

   DISPLAY "   NUMBER OF INSTALLMENTS (2 TO 12, <ENTER> TO PAY IT WHOLE): ".
   MOVE ZEROS TO W-INST-COUNT-KEYED.
   ACCEPT W-INST-COUNT-KEYED.

   IF NOT INST-COUNT-ACCEPTABLE
      DISPLAY "   *** BETWEEN 2 AND 12 INSTALLMENTS ! ***".
*>_________________________________________________________________________

GET-ONE-INSTALLMENT.

*>   Each installment falls due after the one before it; the last one
*>   takes whatever is left, so the plan always totals the invoice.

   MOVE "N" TO W-INST-DUE-VALID.
   PERFORM GET-INSTALLMENT-DUE UNTIL INST-DUE-VALID.

   IF W-INST-INDEX EQUAL W-INST-COUNT
      MOVE W-INST-REMAINING TO W-INST-AMOUNT (W-INST-INDEX)
      MOVE W-INST-REMAINING TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   INSTALLMENT " W-INST-INDEX " (THE BALANCE): " VOUCHER-FORMATTED-AMOUNT
   ELSE
      MOVE "N" TO W-INST-AMOUNT-VALID
      PERFORM GET-INSTALLMENT-AMOUNT UNTIL INST-AMOUNT-VALID.

   SUBTRACT W-INST-AMOUNT (W-INST-INDEX) FROM W-INST-REMAINING.
   MOVE ZEROS TO W-INST-VOUCHER (W-INST-INDEX).
*>_________________________________________________________________________

GET-INSTALLMENT-DUE.

   MOVE SPACES TO GDTV-DATE-HEADING.
   STRING "   INSTALLMENT " W-INST-INDEX " OF " W-INST-COUNT
          " DUE ON: (MM-DD-YYYY)"
     DELIMITED BY SIZE INTO GDTV-DATE-HEADING
   END-STRING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.

   MOVE GDTV-DATE TO W-INST-DUE (W-INST-INDEX).

   IF W-INST-INDEX EQUAL 1
      IF W-INST-DUE (1) LESS THAN VOUCHER-DATE
         DISPLAY "   *** THE FIRST INSTALLMENT CANNOT FALL DUE BEFORE THE INVOICE DATE ! ***"
      ELSE
         MOVE "Y" TO W-INST-DUE-VALID
      END-IF
   ELSE
      IF W-INST-DUE (W-INST-INDEX) NOT GREATER THAN W-INST-DUE (W-INST-INDEX - 1)
         DISPLAY "   *** EACH INSTALLMENT MUST FALL DUE AFTER THE ONE BEFORE IT ! ***"
      ELSE
         MOVE "Y" TO W-INST-DUE-VALID.
*>_________________________________________________________________________

GET-INSTALLMENT-AMOUNT.

*>   <ENTER> gives the installment an even share of what is left.

   COMPUTE W-INST-EVEN-SHARE ROUNDED =
           W-INST-REMAINING / (W-INST-COUNT - W-INST-INDEX + 1).
   MOVE W-INST-EVEN-SHARE TO VOUCHER-FORMATTED-AMOUNT.
   DISPLAY "   INSTALLMENT " W-INST-INDEX " AMOUNT (<ENTER> FOR "
           VOUCHER-FORMATTED-AMOUNT "): ".
   MOVE ZEROS TO W-INST-AMOUNT-KEYED.
   ACCEPT W-INST-AMOUNT-KEYED.

   IF W-INST-AMOUNT-KEYED EQUAL ZEROS
      MOVE W-INST-EVEN-SHARE TO W-INST-AMOUNT-KEYED.

   IF W-INST-AMOUNT-KEYED NOT LESS THAN W-INST-REMAINING
      MOVE W-INST-REMAINING TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   *** MUST LEAVE SOMETHING OF THE " VOUCHER-FORMATTED-AMOUNT
              " STILL TO SCHEDULE FOR THE LATER INSTALLMENTS ! ***"
   ELSE
      MOVE W-INST-AMOUNT-KEYED TO W-INST-AMOUNT (W-INST-INDEX)
      MOVE "Y" TO W-INST-AMOUNT-VALID.
*>_________________________________________________________________________

SHOW-INSTALLMENT-PLAN.

   DISPLAY "   PAYABLE IN " W-INST-COUNT " INSTALLMENTS:".
   PERFORM SHOW-ONE-PLANNED-INSTALLMENT
      VARYING W-INST-INDEX FROM 1 BY 1
        UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT.
*>_________________________________________________________________________

SHOW-ONE-PLANNED-INSTALLMENT.

   COMPUTE DUMMY-FOR-DATE-12 = W-INST-DUE (W-INST-INDEX) * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY.
   MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE.
   MOVE W-INST-AMOUNT (W-INST-INDEX) TO VOUCHER-FORMATTED-AMOUNT.
   DISPLAY "      " W-INST-INDEX "  DUE " VOUCHER-FORMATTED-DATE "  " VOUCHER-FORMATTED-AMOUNT.
*>_________________________________________________________________________

REFRESH-INSTALLMENT-PLAN.

*>   A plan keyed against the old amount no longer adds up, and one
*>   the voucher can no longer have is dropped.

   IF INSTALLMENT-PLAN-DEFINED
      DISPLAY "   THE INSTALLMENT PLAN WAS KEYED FOR THE OLD AMOUNT - KEY IT AGAIN:"
      PERFORM GET-INSTALLMENT-PLAN.
*>_________________________________________________________________________

SPLIT-INTO-INSTALLMENTS.

*>   The invoice was saved whole, so the purchase order, the entry
*>   batch, the budgets and the side records all took the full amount.
*>   Now it is cut into its installments: every installment after the
*>   first becomes a voucher of its own, split from this one, with its
*>   own due date and its share of each GL line; this voucher keeps
*>   the first installment and what is left of each line. Installment
*>   terms replace the vendor's discount terms, and an invoice waiting
*>   for its second keying holds every installment until it gets it.

   MOVE VOUCHER-NUMBER TO W-INST-PARENT-NUMBER.
   MOVE "Y" TO W-FOUND-VINST-PARENT.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VINST-PARENT.

   IF NOT FOUND-VINST-PARENT
      DISPLAY "*** THE VOUCHER COULD NOT BE RE-READ - IT WAS NOT CUT INTO INSTALLMENTS ! ***"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-RECORD TO W-INST-PARENT-IMAGE
      MOVE VOUCHER-AMOUNT TO W-INST-INVOICE-TOTAL
      MOVE VOUCHER-HOLD   TO W-INST-PARENT-HOLD
      PERFORM READ-VERIFY-HEADER
      MOVE W-FOUND-VVERF-HEADER TO W-INST-VERIFY-PENDING
      PERFORM KEEP-ONE-PARENT-GL-LINE
         VARYING W-GL-LINE-INDEX FROM 1 BY 1
           UNTIL W-GL-LINE-INDEX GREATER THAN 5
      MOVE ZEROS TO W-INST-CREATED-COUNT
      MOVE W-INST-PARENT-NUMBER TO W-INST-VOUCHER (1)
      PERFORM CREATE-ONE-INSTALLMENT
         VARYING W-INST-INDEX FROM 2 BY 1
           UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT
      PERFORM CUT-PARENT-TO-FIRST-INSTALLMENT
      PERFORM WRITE-ONE-INSTALLMENT-ROW
         VARYING W-INST-INDEX FROM 1 BY 1
           UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT
      DISPLAY "----- INVOICE CUT INTO " W-INST-COUNT " INSTALLMENTS: VOUCHER "
              W-INST-PARENT-NUMBER " CARRIES THE FIRST -----"
      PERFORM SHOW-ONE-CREATED-INSTALLMENT
         VARYING W-INST-INDEX FROM 2 BY 1
           UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

KEEP-ONE-PARENT-GL-LINE.

   MOVE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO W-INST-PARENT-GL-AMOUNT (W-GL-LINE-INDEX).
   MOVE ZEROS TO W-INST-GL-GIVEN (W-GL-LINE-INDEX).
*>_________________________________________________________________________

CREATE-ONE-INSTALLMENT.

   MOVE W-INST-PARENT-IMAGE TO VOUCHER-RECORD.

   MOVE W-INST-PARENT-NUMBER          TO VOUCHER-SPLIT-FROM-NUMBER.
   MOVE VOUCHER-INVOICE               TO VOUCHER-SPLIT-FROM-INVOICE.
   MOVE W-INST-AMOUNT (W-INST-INDEX)  TO VOUCHER-AMOUNT.
   MOVE W-INST-DUE (W-INST-INDEX)     TO VOUCHER-DUE.
   MOVE ZEROS  TO VOUCHER-DISCOUNT-DATE.
   MOVE ZEROS  TO VOUCHER-PAID-DATE.
   MOVE ZEROS  TO VOUCHER-PAID-AMOUNT.
   MOVE ZEROS  TO VOUCHER-CHECK-NO.
   MOVE "N"    TO VOUCHER-SELECTED.
   MOVE ZEROS  TO VOUCHER-PO-NUMBER. *> the first installment already billed the PO
   MOVE ZEROS  TO VOUCHER-BATCH-NUMBER. *> the batch took the invoice whole
   MOVE "N"    TO VOUCHER-TAXABLE. *> the first installment carries the tax
   MOVE ZEROS  TO VOUCHER-TAX-AMOUNT.
   MOVE "N"    TO VOUCHER-USE-TAX.
   MOVE ZEROS  TO VOUCHER-USE-TAX-AMOUNT.

   MOVE ZEROS TO W-INST-LINE-SUM.
   PERFORM SHARE-ONE-GL-LINE
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
        UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.

*>   Rounding pennies go on the last line, so the lines still add up.
   IF VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
      AND W-INST-LINE-SUM NOT EQUAL VOUCHER-AMOUNT
      COMPUTE VOUCHER-GL-AMOUNT (VOUCHER-GL-LINE-COUNT) =
              VOUCHER-GL-AMOUNT (VOUCHER-GL-LINE-COUNT)
            + VOUCHER-AMOUNT - W-INST-LINE-SUM
      COMPUTE W-INST-GL-GIVEN (VOUCHER-GL-LINE-COUNT) =
              W-INST-GL-GIVEN (VOUCHER-GL-LINE-COUNT)
            + VOUCHER-AMOUNT - W-INST-LINE-SUM.

   PERFORM POST-INSTALLMENT-VOUCHER.

   IF ERROR-R-W-NEW-VOUCHER-NUMBER
      MOVE ZEROS TO W-INST-VOUCHER (W-INST-INDEX)
      DISPLAY "*** ERROR WRITING INSTALLMENT " W-INST-INDEX " - IT STAYS ON VOUCHER "
              W-INST-PARENT-NUMBER " ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-NUMBER TO W-INST-VOUCHER (W-INST-INDEX)
      ADD 1 TO W-INST-CREATED-COUNT
      IF INST-VERIFY-PENDING
         MOVE VOUCHER-ENTERED-BY TO W-VERIFY-ENTERED-BY
         PERFORM WRITE-PENDING-VERIFY-HEADER.
*>_________________________________________________________________________

SHARE-ONE-GL-LINE.

   COMPUTE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) ROUNDED =
           W-INST-PARENT-GL-AMOUNT (W-GL-LINE-INDEX)
         * W-INST-AMOUNT (W-INST-INDEX) / W-INST-INVOICE-TOTAL.
   ADD VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO W-INST-LINE-SUM.
   ADD VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO W-INST-GL-GIVEN (W-GL-LINE-INDEX).
*>_________________________________________________________________________

POST-INSTALLMENT-VOUCHER.

*>   The same number assignment and audit trail as ADD-NEW-VOUCHER,
*>   without the screen pause. The installment is held whenever the
*>   invoice is.

   MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.
   MOVE 1 TO CONTROL-KEY. *> voucher numbers are one global sequence, whatever the company
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      ADD 1 TO CONTROL-LAST-VOUCHER
      MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
      MOVE "ENTERED" TO VOUCHER-STATUS
      MOVE SPACES TO VOUCHER-APPROVED-BY
      MOVE SPACES TO VOUCHER-SELECTED-BY
      MOVE W-INST-PARENT-HOLD TO VOUCHER-HOLD
      MOVE "N" TO VOUCHER-GL-POSTED
      MOVE "N" TO VOUCHER-PAYMENT-POSTED
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      MOVE W-DAY-TODAY TO CONTROL-LAST-VOUCHER-CHANGE-DATE
      REWRITE CONTROL-RECORD
         INVALID KEY
            MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      WRITE VOUCHER-RECORD
         INVALID KEY
            MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
            MOVE "WRITE"        TO W-EXCLOG-OPERATION
            MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
      END-WRITE
      IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
         MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE VOUCHER-DATE   TO W-PERBAL-DATE
         MOVE "VOUCHER"      TO W-PERBAL-KIND
         MOVE VOUCHER-AMOUNT TO W-PERBAL-AMOUNT
         PERFORM POST-PERIOD-BALANCE
         MOVE "VOUCHER" TO W-VNDBAL-PART
         MOVE 1         TO W-VNDBAL-SIGN
         PERFORM POST-VENDOR-BALANCE.
*>_________________________________________________________________________

CUT-PARENT-TO-FIRST-INSTALLMENT.

*>   Whatever installments could not be written stay on the parent,
*>   so nothing of the invoice goes missing.

   MOVE W-INST-PARENT-NUMBER TO VOUCHER-NUMBER.
   MOVE "Y" TO W-FOUND-VINST-PARENT.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VINST-PARENT.

   IF FOUND-VINST-PARENT
      MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD-BEFORE-CHANGE
      MOVE W-INST-INVOICE-TOTAL TO VOUCHER-AMOUNT
      PERFORM TAKE-ONE-INSTALLMENT-OFF-PARENT
         VARYING W-INST-INDEX FROM 2 BY 1
           UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT
      MOVE W-INST-DUE (1) TO VOUCHER-DUE
      MOVE ZEROS TO VOUCHER-DISCOUNT-DATE
      PERFORM LEAVE-ONE-PARENT-GL-LINE
         VARYING W-GL-LINE-INDEX FROM 1 BY 1
           UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT
      PERFORM REWRITE-THE-VOUCHER
      IF ERROR-WRITING
         DISPLAY "*** ERROR REWRITING VOUCHER " W-INST-PARENT-NUMBER
                 " DOWN TO ITS FIRST INSTALLMENT ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE BK-VOUCHER-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE VOUCHER-DATE   TO W-PERBAL-DATE
         MOVE "VOUCHER"      TO W-PERBAL-KIND
         COMPUTE W-PERBAL-AMOUNT = VOUCHER-AMOUNT - W-INST-INVOICE-TOTAL
         PERFORM POST-PERIOD-BALANCE
         PERFORM POST-VOUCHER-CHANGE-TO-VENDOR-BALANCE.
*>_________________________________________________________________________

TAKE-ONE-INSTALLMENT-OFF-PARENT.

   IF W-INST-VOUCHER (W-INST-INDEX) NOT EQUAL ZEROS
      SUBTRACT W-INST-AMOUNT (W-INST-INDEX) FROM VOUCHER-AMOUNT.
*>_________________________________________________________________________

LEAVE-ONE-PARENT-GL-LINE.

   COMPUTE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) =
           W-INST-PARENT-GL-AMOUNT (W-GL-LINE-INDEX)
         - W-INST-GL-GIVEN (W-GL-LINE-INDEX).
*>_________________________________________________________________________

WRITE-ONE-INSTALLMENT-ROW.

   MOVE W-INST-PARENT-NUMBER          TO VINST-PARENT-VOUCHER.
   MOVE W-INST-INDEX                  TO VINST-SEQ.
   MOVE W-INST-COUNT                  TO VINST-COUNT.
   MOVE W-INST-VOUCHER (W-INST-INDEX) TO VINST-VOUCHER.
   MOVE W-INST-DUE (W-INST-INDEX)     TO VINST-DUE.
   MOVE W-INST-AMOUNT (W-INST-INDEX)  TO VINST-AMOUNT.
   MOVE W-INST-INVOICE-TOTAL          TO VINST-INVOICE-TOTAL.
   MOVE W-CURRENT-USER-ID             TO VINST-CREATED-BY.
   MOVE W-DAY-TODAY                   TO VINST-CREATED-DATE.

   IF VINST-VOUCHER NOT EQUAL ZEROS
      WRITE VINST-RECORD
         INVALID KEY
            MOVE "WRITE"     TO W-EXCLOG-OPERATION
            MOVE VINST-KEY   TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
         NOT INVALID KEY
            MOVE "INSTPLAN"    TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"         TO W-SYSAUD-ACTION
            MOVE VINST-KEY     TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
            MOVE VINST-RECORD  TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-WRITE.
*>_________________________________________________________________________

SHOW-ONE-CREATED-INSTALLMENT.

   IF W-INST-VOUCHER (W-INST-INDEX) NOT EQUAL ZEROS
      COMPUTE DUMMY-FOR-DATE-12 = W-INST-DUE (W-INST-INDEX) * 10000.0001
      MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY
      MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE
      MOVE W-INST-AMOUNT (W-INST-INDEX) TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "      INSTALLMENT " W-INST-INDEX ": VOUCHER " W-INST-VOUCHER (W-INST-INDEX)
              "  DUE " VOUCHER-FORMATTED-DATE "  " VOUCHER-FORMATTED-AMOUNT.
*>_________________________________________________________________________

SUM-INSTALLMENT-PLAN.

   MOVE ZEROS TO W-INST-LINE-SUM.
   PERFORM ADD-ONE-PLANNED-INSTALLMENT
      VARYING W-INST-INDEX FROM 1 BY 1
        UNTIL W-INST-INDEX GREATER THAN W-INST-COUNT.
*>_________________________________________________________________________

ADD-ONE-PLANNED-INSTALLMENT.

   ADD W-INST-AMOUNT (W-INST-INDEX) TO W-INST-LINE-SUM.
*>_________________________________________________________________________

SHOW-VOUCHER-INSTALLMENT.

*>   Where the voucher on hand stands in an installment plan, if it is
*>   part of one.

   MOVE VOUCHER-NUMBER TO VINST-VOUCHER.
   READ INSTALLMENT-PLAN-FILE RECORD KEY IS VINST-VOUCHER
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE VINST-INVOICE-TOTAL TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "   INSTALLMENT " VINST-SEQ " OF " VINST-COUNT " OF VOUCHER "
                 VINST-PARENT-VOUCHER " - INVOICE TOTAL " VOUCHER-FORMATTED-AMOUNT
   END-READ.
*>_________________________________________________________________________

CHECK-DEPOSIT-ALLOWED.

*>   A deposit can only be vouchered once the control file names the
*>   asset account it waits in. The purchase order is left for the
*>   final invoice to bill.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-DEPOSIT-GL-ACCT.

   IF CONTROL-DEPOSIT-GL-ACCT EQUAL SPACES
      DISPLAY "NO VENDOR DEPOSITS ACCOUNT IS SET ON THE CONTROL FILE (FIELD 38) -"
      DISPLAY "A DEPOSIT CANNOT BE VOUCHERED YET !"
      MOVE SPACES TO VOUCHER-TYPE
      PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
      DISPLAY "   ( DEPOSIT - CHARGED TO " CONTROL-DEPOSIT-GL-ACCT
              " AND HELD OPEN FOR THE VENDOR'S FINAL INVOICE )"
      IF VOUCHER-PO-NUMBER NOT EQUAL ZEROS
         DISPLAY "   ( PURCHASE ORDER " VOUCHER-PO-NUMBER
                 " IS LEFT FOR THE FINAL INVOICE TO BILL )"
         MOVE ZEROS TO VOUCHER-PO-NUMBER.
*>_________________________________________________________________________

SET-DEPOSIT-DISTRIBUTION.

*>   A deposit is not an expense yet: the whole of it goes to the
*>   vendor-deposits account until the final invoice takes it.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-DEPOSIT-GL-ACCT.

   IF CONTROL-DEPOSIT-GL-ACCT EQUAL SPACES
      DISPLAY "*** NO VENDOR DEPOSITS ACCOUNT IS SET ON THE CONTROL FILE (FIELD 38) ! ***"
      PERFORM CONFIRM-IF-WANT-TO-QUIT
   ELSE
      PERFORM CLEAR-ONE-DEPOSIT-GL-LINE
         VARYING W-GL-LINE-INDEX FROM 2 BY 1
           UNTIL W-GL-LINE-INDEX GREATER THAN 5
      MOVE 1 TO VOUCHER-GL-LINE-COUNT
      MOVE CONTROL-DEPOSIT-GL-ACCT TO VOUCHER-GL-ACCOUNT (1)
      MOVE VOUCHER-AMOUNT TO VOUCHER-GL-AMOUNT (1)
      MOVE SPACES TO W-LINE-JOB-NUMBER (1)
      MOVE "Y" TO W-GL-ENTRY-DONE
      MOVE VOUCHER-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   LINE 1 - " CONTROL-DEPOSIT-GL-ACCT " " VOUCHER-FORMATTED-AMOUNT
              " ( VENDOR DEPOSIT )".
*>_________________________________________________________________________

CLEAR-ONE-DEPOSIT-GL-LINE.

   MOVE SPACES TO VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX).
   MOVE ZEROS  TO VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX).
   MOVE SPACES TO W-LINE-JOB-NUMBER (W-GL-LINE-INDEX).
*>_________________________________________________________________________

WRITE-VENDOR-DEPOSIT.

*>   A new deposit voucher opens its deposit, for the vendor's later
*>   invoices to take.

   IF VOUCHER-IS-DEPOSIT
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      MOVE VOUCHER-NUMBER        TO VDEP-DEPOSIT-VOUCHER
      MOVE ZEROS                 TO VDEP-SEQ
      MOVE VOUCHER-VENDOR        TO VDEP-VENDOR
      MOVE VOUCHER-COMPANY       TO VDEP-COMPANY
      MOVE VOUCHER-AMOUNT        TO VDEP-AMOUNT
      MOVE ZEROS                 TO VDEP-APPLIED-VOUCHER
      MOVE VOUCHER-INVOICE       TO VDEP-INVOICE
      MOVE VOUCHER-DATE          TO VDEP-DATE
      MOVE VOUCHER-GL-ACCOUNT (1) TO VDEP-GL-ACCOUNT
      MOVE W-CURRENT-USER-ID     TO VDEP-USER
      MOVE "OPEN"                TO VDEP-STATUS
      MOVE ZEROS                 TO VDEP-APPLIED-TOTAL
      MOVE ZEROS                 TO VDEP-LAST-SEQ
      WRITE VDEP-RECORD
         INVALID KEY
            MOVE "WRITE"     TO W-EXCLOG-OPERATION
            MOVE VDEP-KEY    TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
         NOT INVALID KEY
            MOVE "DEPOSIT"     TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"         TO W-SYSAUD-ACTION
            MOVE VDEP-KEY      TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
            MOVE VDEP-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-WRITE.
*>_________________________________________________________________________

READ-DEPOSIT-HEADER.

   MOVE "N" TO W-FOUND-VDEP-RECORD.

   IF VOUCHER-IS-DEPOSIT
      MOVE VOUCHER-NUMBER TO VDEP-DEPOSIT-VOUCHER
      MOVE ZEROS TO VDEP-SEQ
      MOVE "Y" TO W-FOUND-VDEP-RECORD
      READ VENDOR-DEPOSIT-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-VDEP-RECORD.
*>_________________________________________________________________________

SYNC-VENDOR-DEPOSIT.

*>   A deposit nothing has taken yet follows its voucher when the
*>   vendor, invoice, amount or date are corrected.

   PERFORM READ-DEPOSIT-HEADER.

   IF FOUND-VDEP-RECORD
      AND (VDEP-VENDOR  NOT EQUAL VOUCHER-VENDOR
        OR VDEP-INVOICE NOT EQUAL VOUCHER-INVOICE
        OR VDEP-AMOUNT  NOT EQUAL VOUCHER-AMOUNT
        OR VDEP-DATE    NOT EQUAL VOUCHER-DATE)
      MOVE VDEP-RECORD     TO W-SYSAUD-BEFORE-IMAGE
      MOVE VOUCHER-VENDOR  TO VDEP-VENDOR
      MOVE VOUCHER-INVOICE TO VDEP-INVOICE
      MOVE VOUCHER-AMOUNT  TO VDEP-AMOUNT
      MOVE VOUCHER-DATE    TO VDEP-DATE
      REWRITE VDEP-RECORD
         INVALID KEY
            MOVE "REWRITE"   TO W-EXCLOG-OPERATION
            MOVE VDEP-KEY    TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
         NOT INVALID KEY
            MOVE "DEPOSIT"     TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"      TO W-SYSAUD-ACTION
            MOVE VDEP-KEY      TO W-SYSAUD-KEY
            MOVE VDEP-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE.
*>_________________________________________________________________________

APPLY-OPEN-DEPOSITS.

*>   The vendor's final invoice is saved gross, so the purchase order
*>   and the entry batch took the whole bill. Any deposit still open
*>   for the vendor is then offered, one at a time: each one taken
*>   comes off the amount payable as a credit line to the deposits
*>   account. Invoices billed in a foreign currency are left alone.

   MOVE ZEROS TO W-DEP-COUNT.

   IF VOUCHER-TYPE EQUAL "INVOICE"
      AND (VOUCHER-CURRENCY EQUAL SPACES OR VOUCHER-CURRENCY EQUAL "USD")
      MOVE "N" TO W-END-OF-FILE
      MOVE VOUCHER-VENDOR TO VDEP-VENDOR
      START VENDOR-DEPOSIT-FILE KEY IS EQUAL VDEP-VENDOR
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM COLLECT-NEXT-OPEN-DEPOSIT UNTIL END-OF-FILE.

   IF W-DEP-COUNT NOT EQUAL ZEROS
      PERFORM OFFER-OPEN-DEPOSITS.
*>_________________________________________________________________________

COLLECT-NEXT-OPEN-DEPOSIT.

   READ VENDOR-DEPOSIT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VDEP-VENDOR NOT EQUAL VOUCHER-VENDOR
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF VDEP-SEQ EQUAL ZEROS AND VDEP-IS-OPEN
               AND VDEP-COMPANY EQUAL VOUCHER-COMPANY
               AND W-DEP-COUNT LESS THAN 10
               ADD 1 TO W-DEP-COUNT
               MOVE VDEP-DEPOSIT-VOUCHER TO W-DEP-VOUCHER (W-DEP-COUNT)
               MOVE VDEP-INVOICE         TO W-DEP-INVOICE (W-DEP-COUNT)
               MOVE VDEP-GL-ACCOUNT      TO W-DEP-GL-ACCOUNT (W-DEP-COUNT)
               COMPUTE W-DEP-OPEN-AMOUNT (W-DEP-COUNT) =
                       VDEP-AMOUNT - VDEP-APPLIED-TOTAL
               MOVE ZEROS TO W-DEP-TAKEN (W-DEP-COUNT)
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

OFFER-OPEN-DEPOSITS.

   MOVE VOUCHER-NUMBER TO W-DEP-INVOICE-VOUCHER.
   MOVE "Y" TO W-FOUND-DEP-INVOICE.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-DEP-INVOICE.

   IF NOT FOUND-DEP-INVOICE
      DISPLAY "*** THE VOUCHER COULD NOT BE RE-READ - NO DEPOSIT WAS APPLIED ! ***"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD-BEFORE-CHANGE
      MOVE ZEROS TO W-DEP-APPLIED-TOTAL
      DISPLAY "----- THIS VENDOR HAS " W-DEP-COUNT " OPEN DEPOSIT(S) -----"
      PERFORM OFFER-ONE-OPEN-DEPOSIT
         VARYING W-DEP-INDEX FROM 1 BY 1
           UNTIL W-DEP-INDEX GREATER THAN W-DEP-COUNT
              OR VOUCHER-AMOUNT NOT GREATER THAN ZEROS
      IF W-DEP-APPLIED-TOTAL NOT EQUAL ZEROS
         PERFORM SAVE-DEPOSITS-ON-INVOICE.
*>_________________________________________________________________________

OFFER-ONE-OPEN-DEPOSIT.

   MOVE W-DEP-OPEN-AMOUNT (W-DEP-INDEX) TO VOUCHER-FORMATTED-AMOUNT.
   DISPLAY "   DEPOSIT VOUCHER " W-DEP-VOUCHER (W-DEP-INDEX)
           "  INVOICE " W-DEP-INVOICE (W-DEP-INDEX)
           "  STILL OPEN " VOUCHER-FORMATTED-AMOUNT.

   MOVE SPACE TO W-DEP-ANSWER.
   PERFORM GET-DEPOSIT-ANSWER.
   PERFORM GET-DEPOSIT-ANSWER UNTIL DEP-ANSWER-VALID.

   IF DEPOSIT-TO-BE-APPLIED
      IF W-DEP-OPEN-AMOUNT (W-DEP-INDEX) GREATER THAN VOUCHER-AMOUNT
         MOVE VOUCHER-AMOUNT TO W-DEP-TAKE
      ELSE
         MOVE W-DEP-OPEN-AMOUNT (W-DEP-INDEX) TO W-DEP-TAKE
      END-IF
      PERFORM TAKE-DEPOSIT-INTO-GL-LINES
      IF W-DEP-GL-LINE EQUAL ZEROS
         DISPLAY "*** ALL 5 GL LINES ARE IN USE - NO ROOM FOR THE DEPOSIT LINE ! ***"
      ELSE
         MOVE W-DEP-TAKE TO W-DEP-TAKEN (W-DEP-INDEX)
         SUBTRACT W-DEP-TAKE FROM VOUCHER-AMOUNT
         ADD W-DEP-TAKE TO W-DEP-APPLIED-TOTAL
         MOVE W-DEP-TAKE TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "      APPLIED " VOUCHER-FORMATTED-AMOUNT.
*>_________________________________________________________________________

GET-DEPOSIT-ANSWER.

   DISPLAY "   APPLY THIS DEPOSIT TO THE INVOICE ? (Y/N, <ENTER> FOR Y): ".
   ACCEPT W-DEP-ANSWER.
   INSPECT W-DEP-ANSWER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-DEP-ANSWER EQUAL SPACE
      MOVE "Y" TO W-DEP-ANSWER.
*>_________________________________________________________________________

TAKE-DEPOSIT-INTO-GL-LINES.

*>   The credit goes on a line already charged to the deposits account,
*>   else on a line of its own - ahead of the VAT line, which must
*>   stay the last one.

   MOVE ZEROS TO W-DEP-GL-LINE.
   PERFORM FIND-DEPOSIT-GL-LINE
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
        UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.

   IF W-DEP-GL-LINE EQUAL ZEROS AND VOUCHER-GL-LINE-COUNT LESS THAN 5
      ADD 1 TO VOUCHER-GL-LINE-COUNT
      MOVE VOUCHER-GL-LINE-COUNT TO W-DEP-GL-LINE
      IF W-DEP-GL-LINE GREATER THAN 1
         AND W-VAT-GL-ACCOUNT NOT EQUAL SPACES
         AND VOUCHER-GL-ACCOUNT (W-DEP-GL-LINE - 1) EQUAL W-VAT-GL-ACCOUNT
         MOVE VOUCHER-GL-LINE (W-DEP-GL-LINE - 1) TO VOUCHER-GL-LINE (W-DEP-GL-LINE)
         SUBTRACT 1 FROM W-DEP-GL-LINE
      END-IF
      MOVE W-DEP-GL-ACCOUNT (W-DEP-INDEX) TO VOUCHER-GL-ACCOUNT (W-DEP-GL-LINE)
      MOVE ZEROS TO VOUCHER-GL-AMOUNT (W-DEP-GL-LINE).

   IF W-DEP-GL-LINE NOT EQUAL ZEROS
      SUBTRACT W-DEP-TAKE FROM VOUCHER-GL-AMOUNT (W-DEP-GL-LINE).
*>_________________________________________________________________________

FIND-DEPOSIT-GL-LINE.

   IF VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) EQUAL W-DEP-GL-ACCOUNT (W-DEP-INDEX)
      MOVE W-GL-LINE-INDEX TO W-DEP-GL-LINE.
*>_________________________________________________________________________

SAVE-DEPOSITS-ON-INVOICE.

*>   The invoice is rewritten at its net, then each deposit taken
*>   records how much of it went and to which invoice. An invoice the
*>   deposits cover in full is settled there and then.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   IF VOUCHER-RETAINAGE-AMOUNT GREATER THAN VOUCHER-AMOUNT
      MOVE VOUCHER-AMOUNT TO VOUCHER-RETAINAGE-AMOUNT.

   IF INSTALLMENT-PLAN-DEFINED
      PERFORM TAKE-DEPOSIT-OFF-INSTALLMENTS.

   IF VOUCHER-AMOUNT EQUAL ZEROS
      MOVE SPACES TO VOUCHER-FOR-LINE (3)
      STRING "SETTLED IN FULL BY VENDOR DEPOSIT"
        DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (3)
      END-STRING
      MOVE W-DAY-TODAY TO VOUCHER-PAID-DATE
   ELSE
      IF VOUCHER-FOR-LINE (3) EQUAL SPACES
         MOVE W-DEP-APPLIED-TOTAL TO VOUCHER-FORMATTED-AMOUNT
         STRING "LESS VENDOR DEPOSIT " VOUCHER-FORMATTED-AMOUNT
           DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (3)
         END-STRING.

   PERFORM REWRITE-THE-VOUCHER.
   IF ERROR-WRITING
      DISPLAY "*** ERROR REWRITING VOUCHER " W-DEP-INVOICE-VOUCHER
              " - NO DEPOSIT WAS APPLIED ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
      MOVE "CHANGE"       TO W-SYSAUD-ACTION
      MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
      MOVE BK-VOUCHER-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
      MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
      PERFORM LOG-SYSTEM-AUDIT-ENTRY
      MOVE VOUCHER-DATE   TO W-PERBAL-DATE
      MOVE "VOUCHER"      TO W-PERBAL-KIND
      COMPUTE W-PERBAL-AMOUNT = 0 - W-DEP-APPLIED-TOTAL
      PERFORM POST-PERIOD-BALANCE
      PERFORM POST-VOUCHER-CHANGE-TO-VENDOR-BALANCE
      PERFORM RECORD-ONE-DEPOSIT-TAKEN
         VARYING W-DEP-INDEX FROM 1 BY 1
           UNTIL W-DEP-INDEX GREATER THAN W-DEP-COUNT
      MOVE W-DEP-APPLIED-TOTAL TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "----- DEPOSITS OF " VOUCHER-FORMATTED-AMOUNT " APPLIED -----"
      MOVE VOUCHER-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "      VOUCHER " VOUCHER-NUMBER " NOW PAYABLE: " VOUCHER-FORMATTED-AMOUNT
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

TAKE-DEPOSIT-OFF-INSTALLMENTS.

*>   The deposit comes off the last installments first. A plan left
*>   with a single installment is no plan: the invoice is paid whole
*>   on that installment's date.

   MOVE W-DEP-APPLIED-TOTAL TO W-INST-REMAINING.
   PERFORM TAKE-DEPOSIT-OFF-ONE-INSTALLMENT
      VARYING W-INST-INDEX FROM W-INST-COUNT BY -1
        UNTIL W-INST-INDEX LESS THAN 1
           OR W-INST-REMAINING EQUAL ZEROS.

   IF W-INST-COUNT EQUAL 1
      MOVE W-INST-DUE (1) TO VOUCHER-DUE
      MOVE ZEROS TO VOUCHER-DISCOUNT-DATE
      MOVE ZEROS TO W-INST-COUNT
      DISPLAY "   ( ONE INSTALLMENT IS LEFT - THE INVOICE IS PAYABLE WHOLE ON ITS DATE )"
   ELSE
      IF INSTALLMENT-PLAN-DEFINED
         DISPLAY "   ( THE DEPOSIT CAME OFF THE LAST INSTALLMENTS - "
                 W-INST-COUNT " REMAIN )".
*>_________________________________________________________________________

TAKE-DEPOSIT-OFF-ONE-INSTALLMENT.

   IF W-INST-AMOUNT (W-INST-INDEX) NOT GREATER THAN W-INST-REMAINING
      SUBTRACT W-INST-AMOUNT (W-INST-INDEX) FROM W-INST-REMAINING
      MOVE ZEROS TO W-INST-AMOUNT (W-INST-INDEX)
      COMPUTE W-INST-COUNT = W-INST-INDEX - 1
   ELSE
      SUBTRACT W-INST-REMAINING FROM W-INST-AMOUNT (W-INST-INDEX)
      MOVE ZEROS TO W-INST-REMAINING.
*>_________________________________________________________________________

RECORD-ONE-DEPOSIT-TAKEN.

   IF W-DEP-TAKEN (W-DEP-INDEX) NOT EQUAL ZEROS
      MOVE W-DEP-VOUCHER (W-DEP-INDEX) TO VDEP-DEPOSIT-VOUCHER
      MOVE ZEROS TO VDEP-SEQ
      MOVE "Y" TO W-FOUND-VDEP-RECORD
      READ VENDOR-DEPOSIT-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-VDEP-RECORD
      END-READ
      IF NOT FOUND-VDEP-RECORD
         MOVE "READ"      TO W-EXCLOG-OPERATION
         MOVE VDEP-KEY    TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      ELSE
         MOVE VDEP-RECORD TO W-SYSAUD-BEFORE-IMAGE
         ADD W-DEP-TAKEN (W-DEP-INDEX) TO VDEP-APPLIED-TOTAL
         ADD 1 TO VDEP-LAST-SEQ
         IF VDEP-APPLIED-TOTAL NOT LESS THAN VDEP-AMOUNT
            MOVE "APPLIED" TO VDEP-STATUS
         END-IF
         REWRITE VDEP-RECORD
            INVALID KEY
               MOVE "REWRITE"   TO W-EXCLOG-OPERATION
               MOVE VDEP-KEY    TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE "DEPOSIT"     TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"      TO W-SYSAUD-ACTION
               MOVE VDEP-KEY      TO W-SYSAUD-KEY
               MOVE VDEP-RECORD   TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
         MOVE VDEP-LAST-SEQ              TO VDEP-SEQ
         MOVE W-DEP-TAKEN (W-DEP-INDEX)  TO VDEP-AMOUNT
         MOVE W-DEP-INVOICE-VOUCHER      TO VDEP-APPLIED-VOUCHER
         MOVE VOUCHER-INVOICE            TO VDEP-INVOICE
         MOVE W-DAY-TODAY                TO VDEP-DATE
         MOVE W-CURRENT-USER-ID          TO VDEP-USER
         MOVE SPACES                     TO VDEP-STATUS
         MOVE ZEROS                      TO VDEP-APPLIED-TOTAL
         MOVE ZEROS                      TO VDEP-LAST-SEQ
         WRITE VDEP-RECORD
            INVALID KEY
               MOVE "WRITE"     TO W-EXCLOG-OPERATION
               MOVE VDEP-KEY    TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE "DEPOSIT"     TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"         TO W-SYSAUD-ACTION
               MOVE VDEP-KEY      TO W-SYSAUD-KEY
               MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
               MOVE VDEP-RECORD   TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-WRITE.
*>_________________________________________________________________________

DROP-VOUCHER-DEPOSIT.

*>   A deleted deposit closes its deposit; a deleted invoice gives
*>   back whatever it took from the vendor's deposits.

   IF VOUCHER-IS-DEPOSIT
      PERFORM READ-DEPOSIT-HEADER
      IF FOUND-VDEP-RECORD
         MOVE VDEP-RECORD TO W-SYSAUD-BEFORE-IMAGE
         DELETE VENDOR-DEPOSIT-FILE RECORD
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE "DEPOSIT"    TO W-SYSAUD-RECORD-TYPE
               MOVE "DELETE"     TO W-SYSAUD-ACTION
               MOVE VDEP-KEY     TO W-SYSAUD-KEY
               MOVE SPACES       TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-DELETE
      END-IF
   ELSE
      MOVE ZEROS TO W-DEP-COUNT
      MOVE "N" TO W-END-OF-FILE
      MOVE VOUCHER-NUMBER TO VDEP-APPLIED-VOUCHER
      START VENDOR-DEPOSIT-FILE KEY IS EQUAL VDEP-APPLIED-VOUCHER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM COLLECT-NEXT-DEPOSIT-TAKEN UNTIL END-OF-FILE
      PERFORM GIVE-BACK-ONE-DEPOSIT-TAKEN
         VARYING W-DEP-INDEX FROM 1 BY 1
           UNTIL W-DEP-INDEX GREATER THAN W-DEP-COUNT.
*>_________________________________________________________________________

COLLECT-NEXT-DEPOSIT-TAKEN.

   READ VENDOR-DEPOSIT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VDEP-APPLIED-VOUCHER NOT EQUAL VOUCHER-NUMBER
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF W-DEP-COUNT LESS THAN 10
               ADD 1 TO W-DEP-COUNT
               MOVE VDEP-DEPOSIT-VOUCHER TO W-DEP-VOUCHER (W-DEP-COUNT)
               MOVE VDEP-SEQ             TO W-DEP-SEQ (W-DEP-COUNT)
               MOVE VDEP-AMOUNT          TO W-DEP-TAKEN (W-DEP-COUNT)
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

GIVE-BACK-ONE-DEPOSIT-TAKEN.

   MOVE W-DEP-VOUCHER (W-DEP-INDEX) TO VDEP-DEPOSIT-VOUCHER.
   MOVE ZEROS TO VDEP-SEQ.
   READ VENDOR-DEPOSIT-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE VDEP-RECORD TO W-SYSAUD-BEFORE-IMAGE
         SUBTRACT W-DEP-TAKEN (W-DEP-INDEX) FROM VDEP-APPLIED-TOTAL
         MOVE "OPEN" TO VDEP-STATUS
         REWRITE VDEP-RECORD
            INVALID KEY
               MOVE "REWRITE"   TO W-EXCLOG-OPERATION
               MOVE VDEP-KEY    TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
            NOT INVALID KEY
               MOVE "DEPOSIT"     TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"      TO W-SYSAUD-ACTION
               MOVE VDEP-KEY      TO W-SYSAUD-KEY
               MOVE VDEP-RECORD   TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
   END-READ.

   MOVE W-DEP-VOUCHER (W-DEP-INDEX) TO VDEP-DEPOSIT-VOUCHER.
   MOVE W-DEP-SEQ (W-DEP-INDEX) TO VDEP-SEQ.
   READ VENDOR-DEPOSIT-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         MOVE VDEP-RECORD TO W-SYSAUD-BEFORE-IMAGE
         DELETE VENDOR-DEPOSIT-FILE RECORD
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE "DEPOSIT"    TO W-SYSAUD-RECORD-TYPE
               MOVE "DELETE"     TO W-SYSAUD-ACTION
               MOVE VDEP-KEY     TO W-SYSAUD-KEY
               MOVE SPACES       TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-DELETE
   END-READ.
*>_________________________________________________________________________

SUM-DEPOSITS-TAKEN.

*>   What the vendor's deposits took off the invoice W-DEP-TAKEN-BY.

   MOVE ZEROS TO W-DEP-TAKEN-TOTAL.
   MOVE "N" TO W-END-OF-FILE.
   MOVE W-DEP-TAKEN-BY TO VDEP-APPLIED-VOUCHER.
   START VENDOR-DEPOSIT-FILE KEY IS EQUAL VDEP-APPLIED-VOUCHER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM ADD-NEXT-DEPOSIT-TAKEN UNTIL END-OF-FILE.
*>_________________________________________________________________________

ADD-NEXT-DEPOSIT-TAKEN.

   READ VENDOR-DEPOSIT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VDEP-APPLIED-VOUCHER NOT EQUAL W-DEP-TAKEN-BY
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            ADD VDEP-AMOUNT TO W-DEP-TAKEN-TOTAL
         END-IF
   END-READ.
*>_________________________________________________________________________

SHOW-VOUCHER-DEPOSIT.

*>   A deposit shows how much of it invoices have taken; an invoice
*>   shows each deposit that came off it.

   IF VOUCHER-IS-DEPOSIT
      PERFORM READ-DEPOSIT-HEADER
      IF FOUND-VDEP-RECORD
         MOVE VDEP-APPLIED-TOTAL TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "   VENDOR DEPOSIT " VDEP-STATUS " - TAKEN BY INVOICES SO FAR: "
                 VOUCHER-FORMATTED-AMOUNT
      END-IF
   ELSE
      MOVE "N" TO W-END-OF-FILE
      MOVE VOUCHER-NUMBER TO VDEP-APPLIED-VOUCHER
      START VENDOR-DEPOSIT-FILE KEY IS EQUAL VDEP-APPLIED-VOUCHER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM SHOW-NEXT-DEPOSIT-TAKEN UNTIL END-OF-FILE.
*>_________________________________________________________________________

SHOW-NEXT-DEPOSIT-TAKEN.

   READ VENDOR-DEPOSIT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VDEP-APPLIED-VOUCHER NOT EQUAL VOUCHER-NUMBER
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            MOVE VDEP-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
            DISPLAY "   LESS DEPOSIT VOUCHER " VDEP-DEPOSIT-VOUCHER ": "
                    VOUCHER-FORMATTED-AMOUNT
         END-IF
   END-READ.
*>_________________________________________________________________________

GET-PREPAID-SERVICE-TERMS.

*>   A prepaid line is released to expense over its service period:
*>   the start date and the number of months build the schedule.

   DISPLAY "   " VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX)
           " IS A PREPAID ACCOUNT - AMORTIZES INTO " COA-AMORTIZE-TO-ACCT.

   MOVE "   SERVICE START DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO W-PREPAID-TERM-START (W-GL-LINE-INDEX).

   MOVE ZEROS TO W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX).
   PERFORM GET-PREPAID-TERM-MONTHS
      UNTIL W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX) NOT EQUAL ZEROS.
*>_________________________________________________________________________

GET-PREPAID-TERM-MONTHS.

   DISPLAY "   NUMBER OF MONTHS OF SERVICE (1-120): ".
   ACCEPT W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX).

   IF W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX) EQUAL ZEROS
      OR W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX) GREATER THAN 120
      DISPLAY "THE SERVICE PERIOD MUST BE 1 TO 120 MONTHS !"
      MOVE ZEROS TO W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX).
*>_________________________________________________________________________

WRITE-PREPAID-SCHEDULES.

*>   Any schedule not yet amortized is rebuilt from the distribution
*>   as saved; one already amortizing is left alone - its months are
*>   already in the GL.

   PERFORM DROP-UNTAKEN-PREPAID-SCHEDULES.

   PERFORM WRITE-ONE-PREPAID-SCHEDULE
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
         UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

WRITE-ONE-PREPAID-SCHEDULE.

   MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO COA-ACCOUNT-NUMBER.
   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF FOUND-COA-RECORD AND COA-IS-PREPAID
      IF W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX) EQUAL ZEROS
         PERFORM GET-PREPAID-SERVICE-TERMS *> lines filled from the vendor template
      END-IF
      PERFORM SAVE-ONE-PREPAID-SCHEDULE.
*>_________________________________________________________________________

SAVE-ONE-PREPAID-SCHEDULE.

   MOVE VOUCHER-NUMBER  TO PREPAID-VOUCHER.
   MOVE W-GL-LINE-INDEX TO PREPAID-LINE.
   MOVE "Y" TO W-FOUND-PREPAID-RECORD.
   READ PREPAID-SCHEDULE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PREPAID-RECORD.

   IF FOUND-PREPAID-RECORD
      DISPLAY "*** LINE " W-GL-LINE-INDEX " IS ALREADY AMORTIZING - ITS SCHEDULE"
      DISPLAY "    WAS LEFT AS IT WAS ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-VENDOR      TO PREPAID-VENDOR
      MOVE VOUCHER-COMPANY     TO PREPAID-COMPANY
      MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO PREPAID-ASSET-ACCOUNT
      MOVE COA-AMORTIZE-TO-ACCT TO PREPAID-EXPENSE-ACCOUNT
      MOVE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO PREPAID-TOTAL-AMOUNT
      MOVE W-PREPAID-TERM-START (W-GL-LINE-INDEX) TO PREPAID-START-DATE
      MOVE W-PREPAID-TERM-MONTHS (W-GL-LINE-INDEX) TO PREPAID-MONTHS
      MOVE ZEROS               TO PREPAID-MONTHS-TAKEN
      MOVE ZEROS               TO PREPAID-AMORTIZED-AMOUNT
      MOVE ZEROS               TO PREPAID-LAST-RUN-MONTH
      MOVE "OPEN"              TO PREPAID-STATUS
      MOVE W-CURRENT-USER-ID   TO PREPAID-CREATED-BY
      WRITE PREPAID-RECORD
         INVALID KEY
            MOVE "WRITE"       TO W-EXCLOG-OPERATION
            MOVE PREPAID-KEY   TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
            DISPLAY "*** ERROR WRITING THE PREPAID SCHEDULE ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            MOVE "PREPAID"     TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"         TO W-SYSAUD-ACTION
            MOVE PREPAID-KEY   TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
            MOVE PREPAID-RECORD TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "   PREPAID SCHEDULE CREATED FOR LINE " W-GL-LINE-INDEX
                    " OVER " PREPAID-MONTHS " MONTHS."
      END-WRITE.
*>_________________________________________________________________________

DROP-UNTAKEN-PREPAID-SCHEDULES.

   PERFORM DROP-ONE-PREPAID-SCHEDULE
      VARYING W-PREPAID-LINE-INDEX FROM 1 BY 1
         UNTIL W-PREPAID-LINE-INDEX GREATER THAN 5.
*>_________________________________________________________________________

DROP-ONE-PREPAID-SCHEDULE.

   MOVE VOUCHER-NUMBER       TO PREPAID-VOUCHER.
   MOVE W-PREPAID-LINE-INDEX TO PREPAID-LINE.
   MOVE "Y" TO W-FOUND-PREPAID-RECORD.
   READ PREPAID-SCHEDULE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PREPAID-RECORD.

   IF FOUND-PREPAID-RECORD AND PREPAID-MONTHS-TAKEN EQUAL ZEROS
      MOVE PREPAID-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE PREPAID-SCHEDULE-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "PREPAID"     TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"      TO W-SYSAUD-ACTION
            MOVE PREPAID-KEY   TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

GET-ASSET-DETAILS.

*>   The fixed-asset team books the addition from what is keyed here,
*>   so it has to say what the asset is, where it sits and how long
*>   it is depreciated over.

   DISPLAY "   " VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX)
           " IS A CAPITAL ACCOUNT - DESCRIBE THE ASSET FOR THE FIXED-ASSET FEED".

   MOVE SPACES TO W-ASSET-DESCRIPTION (W-GL-LINE-INDEX).
   PERFORM GET-ASSET-DESCRIPTION
      UNTIL W-ASSET-DESCRIPTION (W-GL-LINE-INDEX) NOT EQUAL SPACES.

   MOVE SPACES TO W-ASSET-LOCATION (W-GL-LINE-INDEX).
   PERFORM GET-ASSET-LOCATION
      UNTIL W-ASSET-LOCATION (W-GL-LINE-INDEX) NOT EQUAL SPACES.

   MOVE ZEROS TO W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX).
   PERFORM GET-ASSET-USEFUL-LIFE
      UNTIL W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX) NOT EQUAL ZEROS.
*>_________________________________________________________________________

GET-ASSET-DESCRIPTION.

   DISPLAY "   ASSET DESCRIPTION: ".
   ACCEPT W-ASSET-DESCRIPTION (W-GL-LINE-INDEX).
   INSPECT W-ASSET-DESCRIPTION (W-GL-LINE-INDEX)
           CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-ASSET-DESCRIPTION (W-GL-LINE-INDEX) EQUAL SPACES
      DISPLAY "THE ASSET DESCRIPTION MUST BE INFORMED !".
*>_________________________________________________________________________

GET-ASSET-LOCATION.

   DISPLAY "   ASSET LOCATION...: ".
   ACCEPT W-ASSET-LOCATION (W-GL-LINE-INDEX).
   INSPECT W-ASSET-LOCATION (W-GL-LINE-INDEX)
           CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF W-ASSET-LOCATION (W-GL-LINE-INDEX) EQUAL SPACES
      DISPLAY "THE ASSET LOCATION MUST BE INFORMED !".
*>_________________________________________________________________________

GET-ASSET-USEFUL-LIFE.

   DISPLAY "   USEFUL LIFE IN MONTHS (1-600): ".
   ACCEPT W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX).

   IF W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX) EQUAL ZEROS
      OR W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX) GREATER THAN 600
      DISPLAY "THE USEFUL LIFE MUST BE 1 TO 600 MONTHS !"
      MOVE ZEROS TO W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX).
*>_________________________________________________________________________

WRITE-ASSET-ADDITIONS.

*>   Additions the feed has not picked up yet are rebuilt from the
*>   distribution as saved; one already extracted is left alone - the
*>   fixed-asset system has it.

   PERFORM DROP-UNEXTRACTED-ASSET-ADDITIONS.

   PERFORM WRITE-ONE-ASSET-ADDITION
      VARYING W-GL-LINE-INDEX FROM 1 BY 1
         UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

WRITE-ONE-ASSET-ADDITION.

   MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO COA-ACCOUNT-NUMBER.
   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF FOUND-COA-RECORD AND COA-IS-CAPITAL
      IF W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX) EQUAL ZEROS
         PERFORM GET-ASSET-DETAILS *> lines filled from the vendor template
      END-IF
      PERFORM SAVE-ONE-ASSET-ADDITION.
*>_________________________________________________________________________

SAVE-ONE-ASSET-ADDITION.

   MOVE VOUCHER-NUMBER  TO FAADD-VOUCHER.
   MOVE W-GL-LINE-INDEX TO FAADD-LINE.
   MOVE "Y" TO W-FOUND-FAADD-RECORD.
   READ ASSET-ADDITION-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-FAADD-RECORD.

   IF FOUND-FAADD-RECORD
      DISPLAY "*** LINE " W-GL-LINE-INDEX " WAS ALREADY SENT TO THE FIXED-ASSET"
      DISPLAY "    SYSTEM - ITS ADDITION WAS LEFT AS IT WAS ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-VENDOR      TO FAADD-VENDOR
      MOVE VOUCHER-COMPANY     TO FAADD-COMPANY
      MOVE VOUCHER-INVOICE     TO FAADD-INVOICE
      MOVE VOUCHER-DATE        TO FAADD-VOUCHER-DATE
      MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX)  TO FAADD-GL-ACCOUNT
      MOVE VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX)   TO FAADD-AMOUNT
      MOVE W-ASSET-DESCRIPTION (W-GL-LINE-INDEX) TO FAADD-DESCRIPTION
      MOVE W-ASSET-LOCATION (W-GL-LINE-INDEX)    TO FAADD-LOCATION
      MOVE W-ASSET-USEFUL-LIFE (W-GL-LINE-INDEX) TO FAADD-USEFUL-LIFE
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      MOVE W-DAY-TODAY         TO FAADD-CREATED-DATE
      MOVE W-CURRENT-USER-ID   TO FAADD-CREATED-BY
      MOVE "NEW"               TO FAADD-STATUS
      MOVE ZEROS               TO FAADD-EXTRACTED-DATE
      WRITE FAADD-RECORD
         INVALID KEY
            MOVE "WRITE"       TO W-EXCLOG-OPERATION
            MOVE FAADD-KEY     TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
            DISPLAY "*** ERROR WRITING THE ASSET ADDITION ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         NOT INVALID KEY
            MOVE "ASSETADD"    TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"         TO W-SYSAUD-ACTION
            MOVE FAADD-KEY     TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
            MOVE FAADD-RECORD  TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "   ASSET ADDITION RECORDED FOR LINE " W-GL-LINE-INDEX "."
      END-WRITE.
*>_________________________________________________________________________

DROP-UNEXTRACTED-ASSET-ADDITIONS.

   PERFORM DROP-ONE-ASSET-ADDITION
      VARYING W-ASSET-LINE-INDEX FROM 1 BY 1
         UNTIL W-ASSET-LINE-INDEX GREATER THAN 5.
*>_________________________________________________________________________

DROP-ONE-ASSET-ADDITION.

   MOVE VOUCHER-NUMBER     TO FAADD-VOUCHER.
   MOVE W-ASSET-LINE-INDEX TO FAADD-LINE.
   MOVE "Y" TO W-FOUND-FAADD-RECORD.
   READ ASSET-ADDITION-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-FAADD-RECORD.

   IF FOUND-FAADD-RECORD AND FAADD-IS-NEW
      MOVE FAADD-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE ASSET-ADDITION-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            MOVE "ASSETADD"    TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"      TO W-SYSAUD-ACTION
            MOVE FAADD-KEY     TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-DELETE.
*>_________________________________________________________________________

VALIDATE-GL-ACCOUNT-ON-CHART.

   MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO COA-ACCOUNT-NUMBER.
   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF NOT FOUND-COA-RECORD
      DISPLAY "*** ACCOUNT NOT IN THE CHART OF ACCOUNTS ! ***  <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      IF NOT COA-IS-ACTIVE
         DISPLAY "*** ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS ! ***  <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE "N" TO W-FOUND-COA-RECORD
      ELSE
         DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

SHOW-REMAINING-BUDGET.

*>   Monthly budgets allow the year-to-date portion: the per-month
*>   amount times the number of months elapsed this year.

   MOVE VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX) TO BUDGET-GL-ACCOUNT.
   MOVE "Y" TO W-FOUND-BUDGET-RECORD.
   READ BUDGET-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-BUDGET-RECORD.

   IF FOUND-BUDGET-RECORD
      IF BUDGET-IS-MONTHLY
         MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
         MOVE W-DAY-TODAY (5:2) TO W-THIS-MONTH-NUMBER
         COMPUTE W-EFFECTIVE-BUDGET = BUDGET-AMOUNT * W-THIS-MONTH-NUMBER
      ELSE
         MOVE BUDGET-AMOUNT TO W-EFFECTIVE-BUDGET
      END-IF
      COMPUTE W-REMAINING-BUDGET = W-EFFECTIVE-BUDGET
                                 - BUDGET-USED-AMOUNT
                                 - BUDGET-COMMITTED-AMOUNT
      IF BUDGET-COMMITTED-AMOUNT NOT EQUAL ZEROS
         MOVE BUDGET-COMMITTED-AMOUNT TO VOUCHER-FORMATTED-AMOUNT
         DISPLAY "   COMMITTED ON OPEN ORDERS: " VOUCHER-FORMATTED-AMOUNT
      END-IF
      MOVE W-REMAINING-BUDGET TO VOUCHER-FORMATTED-AMOUNT
      DISPLAY "   REMAINING BUDGET FOR " BUDGET-GL-ACCOUNT ": "
              VOUCHER-FORMATTED-AMOUNT.
*>_________________________________________________________________________

CHECK-LINE-AGAINST-BUDGET.

   IF VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) GREATER THAN W-REMAINING-BUDGET
      MOVE "BUDGETOV" TO W-PERM-FUNCTION
      PERFORM CHECK-PERMISSION
      IF NOT PERMISSION-GRANTED
         DISPLAY "*** THIS LINE EXCEEDS THE REMAINING BUDGET - YOUR ROLE"
         DISPLAY "    CANNOT CODE PAST THE BUDGET ! ***  <ENTER> TO CONTINUE"
         ACCEPT DUMMY
         MOVE SPACES TO VOUCHER-GL-ACCOUNT (W-GL-LINE-INDEX)
         MOVE ZEROS  TO VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX)
      ELSE
         DISPLAY "*** WARNING: THIS LINE EXCEEDS THE REMAINING BUDGET FOR"
         DISPLAY "    " BUDGET-GL-ACCOUNT " !  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

SUM-VOUCHER-GL-DISTRIBUTION.

   MOVE ZEROS TO W-GL-DISTRIBUTION-TOTAL.
   PERFORM VARYING W-GL-LINE-INDEX FROM 1 BY 1
      UNTIL W-GL-LINE-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT
      ADD VOUCHER-GL-AMOUNT (W-GL-LINE-INDEX) TO W-GL-DISTRIBUTION-TOTAL
   END-PERFORM.
*>_________________________________________________________________________

SHOW-ALL-INFORM-ALREADY-GIVEN.

   PERFORM DISPLAY-VOUCHER-RECORD.
   DISPLAY "INSERT THE FOLLOWING INFORMATION FOR THE NEW VOUCHER: ". 
   DISPLAY " ".
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
   PERFORM GET-RECORD-AND-CHANGE UNTIL 
                                      VOUCHER-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________


GET-RECORD-AND-CHANGE.

       PERFORM LOAD-VOUCHER-VAT.
       PERFORM LOAD-VOUCHER-FREIGHT.
       PERFORM LOAD-VOUCHER-LATE-FEE.
       PERFORM DISPLAY-VOUCHER-RECORD.
       PERFORM SHOW-VOUCHER-VERIFICATION.
       IF FOUND-VVERF-HEADER AND VVERF-IS-RETURNED
          PERFORM SHOW-RE-KEY-DIFFERENCES.
       PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE.
       PERFORM CHANGE-SAVE-GET-ANOTHER-FIELD 
                                      UNTIL ENTRY-RECORD-FIELD EQUAL ZERO.
       PERFORM OFFER-TO-RESUBMIT-FOR-VERIFY.

       PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
*>_________________________________________________________________________

CHANGE-SAVE-GET-ANOTHER-FIELD.

     MOVE "N" TO W-VALID-ANSWER.  *> not to quit (QUIT-IS-CONFIRMED)
     MOVE "N" TO W-GL-ENTRY-DONE.

     PERFORM READ-DEPOSIT-HEADER.

     IF VOUCHER-IS-GL-POSTED
        AND (ENTRY-RECORD-FIELD = 1 OR ENTRY-RECORD-FIELD = 4
                                    OR ENTRY-RECORD-FIELD = 9)
        DISPLAY "*** THIS VOUCHER HAS BEEN POSTED TO THE GL - VENDOR, AMOUNT AND"
        DISPLAY "    DISTRIBUTION CAN NO LONGER BE CHANGED - MISCODED LINES ARE CORRECTED"
        DISPLAY "    BY THE GL RECLASS OF POSTED VOUCHERS ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE
     ELSE
     IF ENTRY-RECORD-FIELD = 1 AND VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
        DISPLAY "*** A ONE-TIME PAYEE VOUCHER CANNOT BE MOVED TO A VENDOR - DELETE"
        DISPLAY "    IT AND VOUCHER THE VENDOR INSTEAD ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE
     ELSE
     IF FOUND-VDEP-RECORD AND VDEP-APPLIED-TOTAL NOT EQUAL ZEROS
        AND (ENTRY-RECORD-FIELD = 1 OR ENTRY-RECORD-FIELD = 4
                                    OR ENTRY-RECORD-FIELD = 9)
        DISPLAY "*** INVOICES HAVE ALREADY TAKEN PART OF THIS DEPOSIT - VENDOR, AMOUNT"
        DISPLAY "    AND DISTRIBUTION CAN NO LONGER BE CHANGED ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE
     ELSE
        PERFORM CHANGE-THE-CHOSEN-FIELD.
*>_________________________________________________________________________

CHANGE-THE-CHOSEN-FIELD.

     IF ENTRY-RECORD-FIELD = 1
        PERFORM GET-VOUCHER-VENDOR
        PERFORM GET-VOUCHER-VENDOR 
                         UNTIL (VOUCHER-VENDOR NOT EQUAL ZEROS 
                                          AND 
                                    FOUND-VENDOR-RECORD)

                            OR QUIT-IS-CONFIRMED
        IF NOT QUIT-IS-CONFIRMED
           AND VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR
           DISPLAY "*** THE ONE-TIME PAYEE VENDOR IS ONLY USED ON NEW VOUCHERS,"
           DISPLAY "    WHERE THE PAYEE IS KEYED ! ***"
           MOVE "Y" TO W-VALID-ANSWER *> quit (QUIT-IS-CONFIRMED)
        END-IF
        IF NOT QUIT-IS-CONFIRMED
           PERFORM GET-VOUCHER-FREIGHT
           PERFORM REFRESH-VOUCHER-LATE-FEE.
    
     IF ENTRY-RECORD-FIELD = 2
        PERFORM GET-VOUCHER-INVOICE
        PERFORM GET-VOUCHER-INVOICE
                         UNTIL VOUCHER-INVOICE NOT EQUAL SPACES 
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 3
        PERFORM GET-VOUCHER-FOR-LINE-1
        PERFORM GET-VOUCHER-FOR-LINE-1
                         UNTIL VOUCHER-FOR-LINE (1) NOT EQUAL SPACES
                            OR QUIT-IS-CONFIRMED
        IF VOUCHER-FOR-LINE (1) NOT EQUAL SPACES
           PERFORM GET-VOUCHER-FOR-LINE-2
           PERFORM GET-VOUCHER-FOR-LINE-3.

     IF ENTRY-RECORD-FIELD = 4
        MOVE VOUCHER-AMOUNT TO W-OLD-VOUCHER-AMOUNT
        PERFORM GET-VOUCHER-AMOUNT
        PERFORM GET-VOUCHER-AMOUNT
                         UNTIL VOUCHER-AMOUNT NOT EQUAL ZEROS
                            OR QUIT-IS-CONFIRMED
        IF NOT QUIT-IS-CONFIRMED
           PERFORM GET-VOUCHER-VAT
           PERFORM GET-VOUCHER-FREIGHT
           PERFORM REFRESH-VOUCHER-LATE-FEE
           IF VOUCHER-IS-DEPOSIT
              PERFORM SET-DEPOSIT-DISTRIBUTION.

     IF ENTRY-RECORD-FIELD = 5
         PERFORM GET-VOUCHER-DATE
         PERFORM GET-VOUCHER-DATE
                         UNTIL VOUCHER-DATE NOT EQUAL ZEROS 
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 6
        PERFORM GET-VOUCHER-DUE
        PERFORM GET-VOUCHER-DUE
                         UNTIL VOUCHER-DUE NOT EQUAL ZEROS 
                            OR QUIT-IS-CONFIRMED.
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 9
        MOVE ZEROS TO W-PREPAID-TERMS-TABLE
        INITIALIZE W-ASSET-DETAILS-TABLE
        MOVE SPACES TO W-LINE-JOB-TABLE
        PERFORM GET-VOUCHER-GL-DISTRIBUTION
        PERFORM GET-VOUCHER-GL-DISTRIBUTION
                         UNTIL VOUCHER-GL-LINE-COUNT NOT EQUAL ZEROS
                            OR GL-ENTRY-DONE
                            OR QUIT-IS-CONFIRMED
        IF NOT QUIT-IS-CONFIRMED
           PERFORM GET-VOUCHER-LATE-FEE.

     IF QUIT-IS-CONFIRMED
        DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE" 
              PERFORM ADJUST-BATCH-FOR-AMOUNT-CHANGE
           END-IF
        END-IF
        IF ENTRY-RECORD-FIELD = 9
           AND NOT VOUCHER-CHANGED-ELSEWHERE AND NOT ERROR-WRITING
           PERFORM WRITE-PREPAID-SCHEDULES
           PERFORM WRITE-ASSET-ADDITIONS
           PERFORM WRITE-VOUCHER-JOB-CODES
        END-IF
        IF (ENTRY-RECORD-FIELD = 1 OR ENTRY-RECORD-FIELD = 2
                                   OR ENTRY-RECORD-FIELD = 4)
           AND NOT VOUCHER-CHANGED-ELSEWHERE AND NOT ERROR-WRITING
           PERFORM RECHECK-VERIFY-AFTER-CHANGE
        END-IF
        IF NOT VOUCHER-CHANGED-ELSEWHERE AND NOT ERROR-WRITING
           PERFORM WRITE-VOUCHER-VAT
           PERFORM WRITE-VOUCHER-FREIGHT
           PERFORM WRITE-VOUCHER-LATE-FEE
           PERFORM SYNC-VENDOR-DEPOSIT
        END-IF
        PERFORM ASK-USER-WHICH-FIELD-TO-CHANGE.
*>_________________________________________________________________________

GET-REC-DELETE-SEARCH-ANOTHER.

     PERFORM DISPLAY-VOUCHER-RECORD.
     PERFORM READ-DEPOSIT-HEADER.

     IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
        DISPLAY " *** NOT PERMITTED ! THIS VOUCHER HAS BEEN PAID! ***  <ENTER> TO CONTINUE"
     IF VOUCHER-IS-GL-POSTED
        DISPLAY " *** NOT PERMITTED ! THIS VOUCHER HAS BEEN POSTED TO THE GL! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF FOUND-VDEP-RECORD AND VDEP-APPLIED-TOTAL NOT EQUAL ZEROS
        DISPLAY " *** NOT PERMITTED ! INVOICES HAVE TAKEN PART OF THIS DEPOSIT! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE "DO YOU CONFIRM DELETING THIS RECORD ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
                 MOVE VOUCHER-RECORD  TO W-SYSAUD-BEFORE-IMAGE
                 MOVE SPACES          TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
                 MOVE "VOUCHER" TO W-VNDBAL-PART
                 MOVE -1        TO W-VNDBAL-SIGN
                 PERFORM POST-VENDOR-BALANCE
                 IF VOUCHER-PO-NUMBER NOT EQUAL ZEROS
                    PERFORM RELIEVE-VOUCHER-FROM-PO
                 END-IF
                 IF VOUCHER-BATCH-NUMBER NOT EQUAL ZEROS
                    PERFORM RELIEVE-VOUCHER-FROM-BATCH
                 END-IF
                 PERFORM DROP-UNTAKEN-PREPAID-SCHEDULES
                 PERFORM DROP-UNEXTRACTED-ASSET-ADDITIONS
                 PERFORM DROP-VOUCHER-JOB-CODES
                 PERFORM DROP-VOUCHER-VAT
                 PERFORM DROP-VOUCHER-FREIGHT
                 PERFORM DROP-VOUCHER-LATE-FEE
                 PERFORM DROP-VOUCHER-DEPOSIT
                 PERFORM DROP-ONE-TIME-PAYEE
                 PERFORM WAIVE-VERIFY-OF-DELETED.

     PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
*>_________________________________________________________________________
GET-RECORD-SHOW-AND-GET-ANOTHER.

     PERFORM DISPLAY-VOUCHER-RECORD.
     PERFORM SHOW-VOUCHER-JOB-CODES.
     PERFORM SHOW-VOUCHER-VAT.
     PERFORM SHOW-VOUCHER-FREIGHT.
     PERFORM SHOW-VOUCHER-LATE-FEE.
     PERFORM SHOW-VOUCHER-INSTALLMENT.
     PERFORM SHOW-VOUCHER-DEPOSIT.
     PERFORM LOAD-ONE-TIME-PAYEE.
     IF FOUND-OTP-RECORD
        PERFORM SHOW-ONE-TIME-PAYEE.
     PERFORM SHOW-VOUCHER-VERIFICATION.
     
     PERFORM GET-VOUCHER-NUMBER-AND-SEARCH. *> force first pass
     PERFORM GET-VOUCHER-NUMBER-AND-SEARCH UNTIL 
GET-REC-APPROVE-SEARCH-ANOTHER.

     PERFORM DISPLAY-VOUCHER-RECORD.
     PERFORM SHOW-VOUCHER-VERIFICATION.
     PERFORM ENTRY-BATCH-IS-RELEASED-CHECK.

     IF VOUCHER-IS-APPROVED
        DISPLAY "     THE BATCH IN BATCH CONTROL FIRST ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VOUCHER-UNVERIFIED
        DISPLAY " *** THIS VOUCHER HAS NOT PASSED DOUBLE-KEY VERIFICATION - A SECOND"
        DISPLAY "     USER MUST RE-KEY IT FIRST (OPTION 8) ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM APPROVE-WITHIN-AUTHORITY.

     PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
*>_________________________________________________________________________

APPROVE-WITHIN-AUTHORITY.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     IF VOUCHER-AMOUNT LESS THAN ZERO
        COMPUTE W-APPROVAL-AMOUNT = VOUCHER-AMOUNT * -1
     ELSE
        MOVE VOUCHER-AMOUNT TO W-APPROVAL-AMOUNT.

     PERFORM FIND-APPROVAL-AUTHORITY.
     PERFORM FIND-PENDING-FIRST-APPROVAL.

     MOVE "N" TO W-TWO-APPROVALS-NEEDED.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE ZEROS TO CONTROL-DUAL-APPROVAL-AMOUNT.
     IF CONTROL-DUAL-APPROVAL-AMOUNT NUMERIC
        AND CONTROL-DUAL-APPROVAL-AMOUNT GREATER THAN ZERO
        AND W-APPROVAL-AMOUNT NOT LESS THAN CONTROL-DUAL-APPROVAL-AMOUNT
        MOVE "Y" TO W-TWO-APPROVALS-NEEDED.

     IF NOT HAS-APPROVAL-AUTHORITY
        DISPLAY " *** THIS VOUCHER IS OVER YOUR APPROVAL LIMIT - IT STAYS ENTERED"
        DISPLAY "     FOR A USER WITH A HIGHER LIMIT TO APPROVE ! ***"
        PERFORM LIST-APPROVERS-WITH-HIGHER-LIMIT
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF PENDING-FIRST-APPROVAL
        AND (W-FIRST-APPROVED-BY  EQUAL W-CURRENT-USER-ID
          OR W-FIRST-ON-BEHALF-OF EQUAL W-CURRENT-USER-ID
          OR (W-APPROVING-FOR NOT EQUAL SPACES
              AND (W-FIRST-APPROVED-BY  EQUAL W-APPROVING-FOR
                OR W-FIRST-ON-BEHALF-OF EQUAL W-APPROVING-FOR)))
        DISPLAY " *** THE FIRST APPROVAL WAS GIVEN BY OR FOR THE SAME USER - A"
        DISPLAY "     DIFFERENT USER MUST GIVE THE SECOND ONE ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM SHOW-APPROVAL-SO-FAR
        MOVE "DO YOU CONFIRM APPROVING THIS VOUCHER ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE

        IF DELETING-IS-CONFIRMED
           PERFORM RECORD-VOUCHER-APPROVAL.
*>_________________________________________________________________________

FIND-APPROVAL-AUTHORITY.

*>   The approver's own limit is tried first (an ADMIN has no limit),
*>   then any delegation running today from a colleague whose limit
*>   covers the voucher - never one from the user who entered it.

     MOVE "N"    TO W-HAS-APPROVAL-AUTHORITY.
     MOVE SPACES TO W-APPROVING-FOR.
     MOVE ZEROS  TO W-OWN-LIMIT.

     MOVE W-CURRENT-USER-ID TO USER-ID.
     MOVE "Y" TO W-FOUND-USER-RECORD.
     READ USER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-USER-RECORD.

     IF FOUND-USER-RECORD
        IF ROLE-IS-ADMIN
           MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY
        ELSE
           IF USER-APPROVAL-LIMIT NUMERIC
              MOVE USER-APPROVAL-LIMIT TO W-OWN-LIMIT.

     IF NOT HAS-APPROVAL-AUTHORITY
        AND W-OWN-LIMIT GREATER THAN ZERO
        AND W-OWN-LIMIT NOT LESS THAN W-APPROVAL-AMOUNT
        MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY.

     IF NOT HAS-APPROVAL-AUTHORITY
        MOVE "N" TO W-END-OF-DELEGATIONS
        MOVE LOW-VALUES TO DELEG-KEY
        START APPROVAL-DELEGATION-FILE KEY IS NOT LESS THAN DELEG-KEY
           INVALID KEY
              MOVE "Y" TO W-END-OF-DELEGATIONS
        END-START
        PERFORM CHECK-NEXT-DELEGATION UNTIL
                                         END-OF-DELEGATIONS
                                      OR HAS-APPROVAL-AUTHORITY.
*>_________________________________________________________________________

CHECK-NEXT-DELEGATION.

     READ APPROVAL-DELEGATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-DELEGATIONS
        NOT AT END
           IF DELEG-TO-USER EQUAL W-CURRENT-USER-ID
              AND DELEG-IS-ACTIVE
              AND DELEG-START-DATE NOT GREATER THAN W-DAY-TODAY
              AND DELEG-END-DATE NOT LESS THAN W-DAY-TODAY
              AND DELEG-FROM-USER NOT EQUAL VOUCHER-ENTERED-BY
              PERFORM CHECK-DELEGATOR-LIMIT
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-DELEGATOR-LIMIT.

     MOVE DELEG-FROM-USER TO USER-ID.
     READ USER-FILE RECORD
        NOT INVALID KEY
           IF ROLE-IS-ADMIN
              OR (USER-APPROVAL-LIMIT NUMERIC
                  AND USER-APPROVAL-LIMIT GREATER THAN ZERO
                  AND USER-APPROVAL-LIMIT NOT LESS THAN W-APPROVAL-AMOUNT)
              MOVE "Y" TO W-HAS-APPROVAL-AUTHORITY
              MOVE DELEG-FROM-USER TO W-APPROVING-FOR
           END-IF
     END-READ.
*>_________________________________________________________________________

FIND-PENDING-FIRST-APPROVAL.

*>   Reads the voucher's approvals in order. A FIRST approval stays
*>   pending until a FINAL one follows it, and lapses if the voucher
*>   amount has been changed since it was given.

     MOVE "N"    TO W-PENDING-FIRST-APPROVAL.
     MOVE SPACES TO W-FIRST-APPROVED-BY W-FIRST-ON-BEHALF-OF.
     MOVE ZEROS  TO W-FIRST-APPROVAL-DATE.
     MOVE 1      TO W-NEXT-VAPPR-SEQ.

     MOVE "N" TO W-END-OF-APPROVALS.
     MOVE VOUCHER-NUMBER TO VAPPR-VOUCHER.
     MOVE ZEROS TO VAPPR-SEQ.
     START VOUCHER-APPROVAL-FILE KEY IS NOT LESS THAN VAPPR-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-APPROVALS.

     PERFORM CHECK-NEXT-VOUCHER-APPROVAL UNTIL END-OF-APPROVALS.
*>_________________________________________________________________________

CHECK-NEXT-VOUCHER-APPROVAL.

     READ VOUCHER-APPROVAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-APPROVALS
        NOT AT END
           IF VAPPR-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-APPROVALS
           ELSE
              COMPUTE W-NEXT-VAPPR-SEQ = VAPPR-SEQ + 1
              IF VAPPR-IS-FIRST
                 AND VAPPR-AMOUNT EQUAL VOUCHER-AMOUNT
                 MOVE "Y"                TO W-PENDING-FIRST-APPROVAL
                 MOVE VAPPR-APPROVED-BY  TO W-FIRST-APPROVED-BY
                 MOVE VAPPR-ON-BEHALF-OF TO W-FIRST-ON-BEHALF-OF
                 MOVE VAPPR-DATE         TO W-FIRST-APPROVAL-DATE
              ELSE
                 MOVE "N" TO W-PENDING-FIRST-APPROVAL
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SHOW-APPROVAL-SO-FAR.

     IF PENDING-FIRST-APPROVAL
        COMPUTE DUMMY-FOR-DATE-12 = W-FIRST-APPROVAL-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY
        MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE
        IF W-FIRST-ON-BEHALF-OF EQUAL SPACES
           DISPLAY "FIRST APPROVAL GIVEN BY " W-FIRST-APPROVED-BY
                   " ON " VOUCHER-FORMATTED-DATE " - YOURS WILL BE THE SECOND."
        ELSE
           DISPLAY "FIRST APPROVAL GIVEN BY " W-FIRST-APPROVED-BY
                   " FOR " W-FIRST-ON-BEHALF-OF
                   " ON " VOUCHER-FORMATTED-DATE " - YOURS WILL BE THE SECOND."
        END-IF
     ELSE
        IF TWO-APPROVALS-NEEDED
           DISPLAY "THIS VOUCHER NEEDS TWO APPROVALS - YOURS WILL BE THE FIRST.".

     IF W-APPROVING-FOR NOT EQUAL SPACES
        DISPLAY "OVER YOUR OWN LIMIT - YOU ARE APPROVING FOR " W-APPROVING-FOR
                " UNDER THEIR DELEGATION.".
*>_________________________________________________________________________

LIST-APPROVERS-WITH-HIGHER-LIMIT.

     MOVE W-APPROVAL-AMOUNT TO W-FORMATTED-APPROVAL.
     DISPLAY "USERS WHO MAY APPROVE " W-FORMATTED-APPROVAL ":".
     MOVE 0 TO W-APPROVERS-LISTED.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO USER-ID.
     START USER-FILE KEY IS NOT LESS THAN USER-ID
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LIST-NEXT-HIGHER-APPROVER UNTIL
                                          END-OF-FILE
                                       OR W-APPROVERS-LISTED NOT LESS THAN 10.

     IF W-APPROVERS-LISTED EQUAL ZERO
        DISPLAY "   ( NONE - ASK AN ADMINISTRATOR TO RAISE AN APPROVAL LIMIT )".
*>_________________________________________________________________________

LIST-NEXT-HIGHER-APPROVER.

     READ USER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF USER-ID NOT EQUAL W-CURRENT-USER-ID
              AND USER-ID NOT EQUAL VOUCHER-ENTERED-BY
              AND NOT USER-IS-LOCKED
              IF ROLE-IS-ADMIN
                 DISPLAY "   " USER-ID " ANY AMOUNT"
                 ADD 1 TO W-APPROVERS-LISTED
              ELSE
                 IF USER-APPROVAL-LIMIT NUMERIC
                    AND USER-APPROVAL-LIMIT GREATER THAN ZERO
                    AND USER-APPROVAL-LIMIT NOT LESS THAN W-APPROVAL-AMOUNT
                    MOVE USER-APPROVAL-LIMIT TO W-FORMATTED-LIMIT
                    DISPLAY "   " USER-ID " UP TO " W-FORMATTED-LIMIT
                    ADD 1 TO W-APPROVERS-LISTED
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

RECORD-VOUCHER-APPROVAL.

*>   A first of two approvals leaves the voucher ENTERED; the final
*>   one approves it, and is only recorded once the voucher is saved.

     MOVE VOUCHER-NUMBER    TO VAPPR-VOUCHER.
     MOVE W-NEXT-VAPPR-SEQ  TO VAPPR-SEQ.
     IF TWO-APPROVALS-NEEDED AND NOT PENDING-FIRST-APPROVAL
        MOVE "FIRST" TO VAPPR-STEP
     ELSE
        MOVE "FINAL" TO VAPPR-STEP.
     MOVE W-CURRENT-USER-ID TO VAPPR-APPROVED-BY.
     MOVE W-APPROVING-FOR   TO VAPPR-ON-BEHALF-OF.
     MOVE VOUCHER-AMOUNT    TO VAPPR-AMOUNT.
     MOVE W-DAY-TODAY       TO VAPPR-DATE.
     MOVE W-PIECE-OF-TIME-NOW TO VAPPR-TIME.

     IF VAPPR-IS-FIRST
        PERFORM WRITE-VOUCHER-APPROVAL
        IF NOT ERROR-WRITING
           DISPLAY "----- FIRST APPROVAL RECORDED - A SECOND USER MUST NOW APPROVE IT ! -----"
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY
        END-IF
     ELSE
        MOVE "APPROVED" TO VOUCHER-STATUS
        MOVE W-CURRENT-USER-ID TO VOUCHER-APPROVED-BY
        MOVE "THE VOUCHER HAS BEEN APPROVED ! <ENTER> TO CONTINUE" TO MSG-AFTER-SAVING
        MOVE "N" TO W-ERROR-WRITING
        PERFORM SAVE-CHANGES-ON-THE-VOUCHER
        IF NOT VOUCHER-CHANGED-ELSEWHERE
           AND NOT ERROR-WRITING
           PERFORM WRITE-VOUCHER-APPROVAL.
*>_________________________________________________________________________

WRITE-VOUCHER-APPROVAL.

     MOVE "N" TO W-ERROR-WRITING.
     WRITE VAPPR-RECORD
        INVALID KEY
           MOVE "Y" TO W-ERROR-WRITING
           DISPLAY "ERROR WHILE WRITING THE APPROVAL RECORD ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "WRITE"        TO W-EXCLOG-OPERATION
           MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           PERFORM LOG-VOUCHER-APPROVAL.
*>_________________________________________________________________________

LOG-VOUCHER-APPROVAL.

*>   When a delegation was used the audit trail names both users:
*>   "APPROVED BY <the approver> FOR <the absent user>".

     MOVE W-APPROVAL-AMOUNT TO W-FORMATTED-APPROVAL.
     MOVE SPACES TO W-SYSAUD-AFTER-IMAGE.
     IF VAPPR-ON-BEHALF-OF EQUAL SPACES
        STRING VAPPR-STEP " APPROVAL - APPROVED BY "
               FUNCTION TRIM(VAPPR-APPROVED-BY)
               " - AMOUNT " FUNCTION TRIM(W-FORMATTED-APPROVAL)
          DELIMITED BY SIZE INTO W-SYSAUD-AFTER-IMAGE
        END-STRING
     ELSE
        STRING VAPPR-STEP " APPROVAL - APPROVED BY "
               FUNCTION TRIM(VAPPR-APPROVED-BY)
               " FOR " FUNCTION TRIM(VAPPR-ON-BEHALF-OF)
               " - AMOUNT " FUNCTION TRIM(W-FORMATTED-APPROVAL)
          DELIMITED BY SIZE INTO W-SYSAUD-AFTER-IMAGE
        END-STRING.

     MOVE "APPROVAL"     TO W-SYSAUD-RECORD-TYPE.
     MOVE VAPPR-STEP     TO W-SYSAUD-ACTION.
     MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY.
     MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE.
     PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

DOCUMENT-REFS-MODULE.
GET-REC-HOLD-SEARCH-ANOTHER.

     PERFORM DISPLAY-VOUCHER-RECORD.
     PERFORM LOAD-ONE-TIME-PAYEE.

     IF VOUCHER-ON-HOLD AND FOUND-OTP-RECORD
        AND (ONE-TIME-PAYEE-HIT OR ONE-TIME-PAYEE-BLOCKED)
        PERFORM SHOW-ONE-TIME-PAYEE
        DISPLAY "*** ONLY THE DENIED-PARTY REVIEW WORKBENCH CAN RELEASE THIS"
        DISPLAY "    VOUCHER ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VOUCHER-ON-HOLD
        MOVE "DO YOU CONFIRM RELEASING THE HOLD ON THIS VOUCHER ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
     PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
*>_________________________________________________________________________

VERIFY-MODULE.

       PERFORM LIST-VOUCHERS-TO-VERIFY.
       PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
       PERFORM VERIFY-GET-ANOTHER UNTIL
                                         VOUCHER-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

LIST-VOUCHERS-TO-VERIFY.

*>   Only the voucher number, who keyed it and when are shown - the
*>   vendor, invoice and amount must come from the document itself.

     PERFORM CLEAR-SCREEN.
     DISPLAY "VOUCHERS AWAITING DOUBLE-KEY VERIFICATION BY YOU:".
     DISPLAY " ".
     MOVE 0 TO W-VERIFY-LISTED.

     MOVE "N" TO W-END-OF-VERIFY-FILE.
     MOVE ZEROS TO VVERF-KEY.
     START VOUCHER-VERIFY-FILE KEY IS NOT LESS THAN VVERF-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-VERIFY-FILE.
     PERFORM LIST-NEXT-VOUCHER-TO-VERIFY UNTIL
                                          END-OF-VERIFY-FILE
                                       OR W-VERIFY-LISTED NOT LESS THAN 15.

     IF W-VERIFY-LISTED EQUAL ZERO
        DISPLAY "   ( NONE )".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

LIST-NEXT-VOUCHER-TO-VERIFY.

     READ VOUCHER-VERIFY-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VERIFY-FILE
        NOT AT END
           IF VVERF-SEQ EQUAL ZEROS
              AND VVERF-IS-PENDING
              AND VVERF-ENTERED-BY NOT EQUAL W-CURRENT-USER-ID
              COMPUTE DUMMY-FOR-DATE-12 = VVERF-ENTERED-DATE * 10000.0001
              MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY
              MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE
              DISPLAY "   VOUCHER " VVERF-VOUCHER
                      "  KEYED BY " VVERF-ENTERED-BY
                      " ON " VOUCHER-FORMATTED-DATE
              ADD 1 TO W-VERIFY-LISTED
           END-IF
     END-READ.
*>_________________________________________________________________________

VERIFY-GET-ANOTHER.

     PERFORM VERIFY-ONE-VOUCHER.

     PERFORM GET-AN-EXISTANT-VOUCHER-NUMBER.
*>_________________________________________________________________________

VERIFY-ONE-VOUCHER.

     PERFORM READ-VERIFY-HEADER.

     IF NOT FOUND-VVERF-HEADER
        DISPLAY " *** THIS VOUCHER DOES NOT NEED DOUBLE-KEY VERIFICATION ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VVERF-IS-VERIFIED
        DISPLAY " *** THIS VOUCHER WAS ALREADY VERIFIED BY " VVERF-KEYED-BY
                " ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VVERF-IS-WAIVED
        DISPLAY " *** THIS VOUCHER NO LONGER NEEDS DOUBLE-KEY VERIFICATION ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VVERF-IS-RETURNED
        DISPLAY " *** THE LAST RE-KEY DID NOT MATCH - IT IS BACK WITH " VVERF-ENTERED-BY
        DISPLAY "     AND CAN BE RE-KEYED AGAIN ONCE THEY RESUBMIT IT ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF VVERF-ENTERED-BY NOT EQUAL SPACES
        AND VVERF-ENTERED-BY EQUAL W-CURRENT-USER-ID
        DISPLAY " *** YOU KEYED THIS VOUCHER - ANOTHER USER MUST RE-KEY IT"
        DISPLAY "     (SEGREGATION OF DUTIES) ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM GET-BLIND-RE-KEY.
*>_________________________________________________________________________

GET-BLIND-RE-KEY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "DOUBLE-KEY VERIFICATION OF VOUCHER " VOUCHER-NUMBER.
     DISPLAY "KEY THE FOLLOWING FROM THE INVOICE DOCUMENT (<ENTER> TO ABANDON):".
     DISPLAY " ".

     MOVE ZEROS TO W-VERIFY-VENDOR.
     DISPLAY "VENDOR NUMBER.....: ".
     ACCEPT W-VERIFY-VENDOR.

     MOVE SPACES TO W-VERIFY-INVOICE.
     DISPLAY "INVOICE...........: ".
     ACCEPT W-VERIFY-INVOICE.
     INSPECT W-VERIFY-INVOICE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     MOVE ZEROS TO W-VERIFY-AMOUNT.
     DISPLAY "AMOUNT AS BILLED..: ".
     ACCEPT W-VERIFY-AMOUNT.

     IF W-VERIFY-VENDOR EQUAL ZEROS
        OR W-VERIFY-INVOICE EQUAL SPACES
        OR W-VERIFY-AMOUNT EQUAL ZEROS
        DISPLAY "VERIFICATION ABANDONED - NOTHING WAS RECORDED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM COMPARE-AND-RECORD-RE-KEY.
*>_________________________________________________________________________

COMPARE-AND-RECORD-RE-KEY.

*>   The attempt is written first, with what the voucher held when it
*>   was made; the header then takes the outcome. The verifier is not
*>   told which field differed, only that the voucher goes back.

     PERFORM SET-VERIFY-DOCUMENT-AMOUNT.
     MOVE VVERF-ENTERED-BY TO W-VERIFY-ENTERED-BY.
     COMPUTE W-VERIFY-NEXT-SEQ = VVERF-LAST-ATTEMPT + 1.
     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     MOVE SPACES              TO VVERF-RECORD.
     MOVE VOUCHER-NUMBER      TO VVERF-VOUCHER.
     MOVE W-VERIFY-NEXT-SEQ   TO VVERF-SEQ.
     MOVE W-VERIFY-ENTERED-BY TO VVERF-ENTERED-BY.
     MOVE ZEROS               TO VVERF-ENTERED-DATE VVERF-LAST-ATTEMPT.
     MOVE W-CURRENT-USER-ID   TO VVERF-KEYED-BY.
     MOVE W-DAY-TODAY         TO VVERF-KEYED-DATE.
     MOVE W-PIECE-OF-TIME-NOW TO VVERF-KEYED-TIME.
     MOVE W-VERIFY-VENDOR     TO VVERF-KEYED-VENDOR.
     MOVE W-VERIFY-INVOICE    TO VVERF-KEYED-INVOICE.
     MOVE W-VERIFY-AMOUNT     TO VVERF-KEYED-AMOUNT.
     MOVE VOUCHER-VENDOR      TO VVERF-ON-FILE-VENDOR.
     MOVE VOUCHER-INVOICE     TO VVERF-ON-FILE-INVOICE.
     MOVE W-VERIFY-DOCUMENT-AMOUNT TO VVERF-ON-FILE-AMOUNT.

     MOVE "N" TO VVERF-VENDOR-DIFFERS VVERF-INVOICE-DIFFERS
                 VVERF-AMOUNT-DIFFERS.
     IF W-VERIFY-VENDOR NOT EQUAL VOUCHER-VENDOR
        MOVE "Y" TO VVERF-VENDOR-DIFFERS.
     IF W-VERIFY-INVOICE NOT EQUAL VOUCHER-INVOICE
        MOVE "Y" TO VVERF-INVOICE-DIFFERS.
     IF W-VERIFY-AMOUNT NOT EQUAL W-VERIFY-DOCUMENT-AMOUNT
        MOVE "Y" TO VVERF-AMOUNT-DIFFERS.

     IF VVERF-VENDOR-DIFFERED OR VVERF-INVOICE-DIFFERED
                              OR VVERF-AMOUNT-DIFFERED
        MOVE "MISMATCH" TO VVERF-RESULT
     ELSE
        MOVE "MATCH"    TO VVERF-RESULT.
     MOVE VVERF-RESULT TO W-VERIFY-RESULT.

     MOVE "N" TO W-VERIFY-WRITE-ERROR.
     WRITE VVERF-RECORD
        INVALID KEY
           MOVE "Y" TO W-VERIFY-WRITE-ERROR
           DISPLAY "ERROR WHILE WRITING THE RE-KEY ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "WRITE"        TO W-EXCLOG-OPERATION
           MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY.

     IF NOT VERIFY-WRITE-ERROR
        PERFORM RECORD-RE-KEY-ON-HEADER.
*>_________________________________________________________________________

RECORD-RE-KEY-ON-HEADER.

     PERFORM READ-VERIFY-HEADER.

     IF FOUND-VVERF-HEADER
        MOVE VVERF-RECORD        TO W-SYSAUD-BEFORE-IMAGE
        MOVE W-VERIFY-NEXT-SEQ   TO VVERF-LAST-ATTEMPT
        MOVE W-CURRENT-USER-ID   TO VVERF-KEYED-BY
        MOVE W-DAY-TODAY         TO VVERF-KEYED-DATE
        MOVE W-PIECE-OF-TIME-NOW TO VVERF-KEYED-TIME
        MOVE W-VERIFY-RESULT     TO VVERF-RESULT
        IF VERIFY-RE-KEY-MATCHED
           MOVE "VERIFIED" TO VVERF-STATUS
           MOVE "VERIFY"   TO W-SYSAUD-ACTION
        ELSE
           MOVE "RETURNED" TO VVERF-STATUS
           MOVE "RETURN"   TO W-SYSAUD-ACTION
        END-IF
        PERFORM REWRITE-VERIFY-HEADER.

     IF NOT FOUND-VVERF-HEADER OR VERIFY-WRITE-ERROR
        CONTINUE
     ELSE
     IF VERIFY-RE-KEY-MATCHED
        DISPLAY "----- THE RE-KEY MATCHES - THE VOUCHER IS VERIFIED AND CAN NOW BE APPROVED ! -----"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        DISPLAY " *** THE RE-KEY DOES NOT MATCH THE VOUCHER - IT GOES BACK TO "
                W-VERIFY-ENTERED-BY
        DISPLAY "     TO CHECK AGAINST THE DOCUMENT ! ***  <ENTER> TO CONTINUE"
        ACCEPT DUMMY.
*>_________________________________________________________________________

SET-VERIFY-DOCUMENT-AMOUNT.

*>   The amount is keyed as the document shows it: in the billing
*>   currency for a foreign invoice, and without the credit memo's
*>   sign (the unsigned MOVE drops it). Any installment of an invoice
*>   paid in installments is checked against the whole invoice, and an
*>   invoice a vendor deposit came off against what the vendor billed.

     IF VOUCHER-CURRENCY NOT EQUAL SPACES AND VOUCHER-CURRENCY NOT EQUAL "USD"
        MOVE VOUCHER-FOREIGN-AMOUNT TO W-VERIFY-DOCUMENT-AMOUNT
     ELSE
        MOVE VOUCHER-AMOUNT TO W-VERIFY-DOCUMENT-AMOUNT.

     MOVE VOUCHER-NUMBER TO W-DEP-TAKEN-BY.
     MOVE VOUCHER-NUMBER TO VINST-VOUCHER.
     READ INSTALLMENT-PLAN-FILE RECORD KEY IS VINST-VOUCHER
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE VINST-INVOICE-TOTAL TO W-VERIFY-DOCUMENT-AMOUNT
           MOVE VINST-PARENT-VOUCHER TO W-DEP-TAKEN-BY
     END-READ.

     PERFORM SUM-DEPOSITS-TAKEN.
     ADD W-DEP-TAKEN-TOTAL TO W-VERIFY-DOCUMENT-AMOUNT.
*>_________________________________________________________________________

READ-VERIFY-THRESHOLD.

*>   Sets the truth of VERIFY-IS-REQUIRED for the voucher on hand,
*>   against the verify amount of the company signed on to.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE ZEROS TO CONTROL-VERIFY-AMOUNT.

     IF CONTROL-VERIFY-AMOUNT NUMERIC
        MOVE CONTROL-VERIFY-AMOUNT TO W-VERIFY-THRESHOLD
     ELSE
        MOVE ZEROS TO W-VERIFY-THRESHOLD.

     MOVE VOUCHER-AMOUNT TO W-VERIFY-VOUCHER-AMOUNT. *> unsigned - credit memos count by size

     MOVE "N" TO W-VERIFY-REQUIRED.
     IF W-VERIFY-THRESHOLD GREATER THAN ZERO
        AND W-VERIFY-VOUCHER-AMOUNT GREATER THAN W-VERIFY-THRESHOLD
        MOVE "Y" TO W-VERIFY-REQUIRED.
*>_________________________________________________________________________

READ-VERIFY-HEADER.

     MOVE VOUCHER-NUMBER TO VVERF-VOUCHER.
     MOVE ZEROS          TO VVERF-SEQ.
     MOVE "Y" TO W-FOUND-VVERF-HEADER.
     READ VOUCHER-VERIFY-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VVERF-HEADER.
*>_________________________________________________________________________

HOLD-NEW-VOUCHER-FOR-VERIFICATION.

     PERFORM READ-VERIFY-THRESHOLD.

     IF VERIFY-IS-REQUIRED
        MOVE VOUCHER-ENTERED-BY TO W-VERIFY-ENTERED-BY
        PERFORM WRITE-PENDING-VERIFY-HEADER
        IF NOT VERIFY-WRITE-ERROR
           MOVE W-VERIFY-THRESHOLD TO W-FORMATTED-APPROVAL
           DISPLAY "----- OVER " W-FORMATTED-APPROVAL
                   ": THE VOUCHER STAYS UNVERIFIED UNTIL A SECOND USER -----"
           DISPLAY "      RE-KEYS IT (OPTION 8) - IT CANNOT BE APPROVED BEFORE THEN."
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

WRITE-PENDING-VERIFY-HEADER.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     MOVE SPACES              TO VVERF-RECORD.
     MOVE VOUCHER-NUMBER      TO VVERF-VOUCHER.
     MOVE ZEROS               TO VVERF-SEQ.
     MOVE "PENDING"           TO VVERF-STATUS.
     MOVE W-VERIFY-ENTERED-BY TO VVERF-ENTERED-BY.
     MOVE W-DAY-TODAY         TO VVERF-ENTERED-DATE.
     MOVE ZEROS TO VVERF-LAST-ATTEMPT VVERF-KEYED-DATE VVERF-KEYED-TIME
                   VVERF-KEYED-VENDOR VVERF-KEYED-AMOUNT
                   VVERF-ON-FILE-VENDOR VVERF-ON-FILE-AMOUNT.

     MOVE "N" TO W-VERIFY-WRITE-ERROR.
     WRITE VVERF-RECORD
        INVALID KEY
           MOVE "Y" TO W-VERIFY-WRITE-ERROR
           DISPLAY "ERROR WHILE HOLDING THE VOUCHER FOR VERIFICATION ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "WRITE"        TO W-EXCLOG-OPERATION
           MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           MOVE "VERIFY"       TO W-SYSAUD-RECORD-TYPE
           MOVE "ADD"          TO W-SYSAUD-ACTION
           MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
           MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
           MOVE VVERF-RECORD   TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

CHANGE-VERIFY-STATUS.

*>   The header is on hand; W-VERIFY-NEW-STATUS and W-VERIFY-ENTERED-BY
*>   say what it becomes. Back to PENDING restarts the queue date.

     MOVE VVERF-RECORD        TO W-SYSAUD-BEFORE-IMAGE.
     MOVE W-VERIFY-NEW-STATUS TO VVERF-STATUS.
     MOVE W-VERIFY-ENTERED-BY TO VVERF-ENTERED-BY.
     IF VVERF-IS-PENDING
        MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
        MOVE W-DAY-TODAY TO VVERF-ENTERED-DATE.
     MOVE "CHANGE" TO W-SYSAUD-ACTION.
     PERFORM REWRITE-VERIFY-HEADER.
*>_________________________________________________________________________

REWRITE-VERIFY-HEADER.

     MOVE "N" TO W-VERIFY-WRITE-ERROR.
     REWRITE VVERF-RECORD
        INVALID KEY
           MOVE "Y" TO W-VERIFY-WRITE-ERROR
           DISPLAY "ERROR WHILE REWRITING THE VERIFICATION STATUS ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "REWRITE"      TO W-EXCLOG-OPERATION
           MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           MOVE "VERIFY"       TO W-SYSAUD-RECORD-TYPE
           MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
           MOVE VVERF-RECORD   TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

RECHECK-VERIFY-AFTER-CHANGE.

*>   Vendor, invoice or amount changed on an unapproved voucher: what
*>   was keyed or verified before no longer stands. Over the verify
*>   amount it goes back in the queue with the changer as its keyer;
*>   down to the amount or under, anything outstanding is waived.

     IF VOUCHER-IS-ENTERED
        PERFORM READ-VERIFY-THRESHOLD
        PERFORM READ-VERIFY-HEADER
        IF FOUND-VVERF-HEADER
           IF VERIFY-IS-REQUIRED
              MOVE "PENDING"         TO W-VERIFY-NEW-STATUS
              MOVE W-CURRENT-USER-ID TO W-VERIFY-ENTERED-BY
              PERFORM CHANGE-VERIFY-STATUS
              IF NOT VERIFY-WRITE-ERROR
                 DISPLAY "----- THE VOUCHER GOES BACK FOR DOUBLE-KEY VERIFICATION (OPTION 8) -----"
                 DISPLAY "<ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              END-IF
           ELSE
              IF VVERF-IS-PENDING OR VVERF-IS-RETURNED
                 MOVE "WAIVED"         TO W-VERIFY-NEW-STATUS
                 MOVE VVERF-ENTERED-BY TO W-VERIFY-ENTERED-BY
                 PERFORM CHANGE-VERIFY-STATUS
                 IF NOT VERIFY-WRITE-ERROR
                    DISPLAY "----- NO LONGER OVER THE VERIFY AMOUNT - DOUBLE-KEY VERIFICATION WAIVED -----"
                    DISPLAY "<ENTER> TO CONTINUE"
                    ACCEPT DUMMY
                 END-IF
              END-IF
           END-IF
        ELSE
           IF VERIFY-IS-REQUIRED
              MOVE W-CURRENT-USER-ID TO W-VERIFY-ENTERED-BY
              PERFORM WRITE-PENDING-VERIFY-HEADER
              IF NOT VERIFY-WRITE-ERROR
                 DISPLAY "----- NOW OVER THE VERIFY AMOUNT - A SECOND USER MUST RE-KEY IT (OPTION 8) -----"
                 DISPLAY "<ENTER> TO CONTINUE"
                 ACCEPT DUMMY.
*>_________________________________________________________________________

OFFER-TO-RESUBMIT-FOR-VERIFY.

*>   A returned voucher the enterer has checked and found right as it
*>   stands goes back to the verifiers without anything being changed.

     IF VOUCHER-NUMBER NOT EQUAL ZEROS
        PERFORM READ-VERIFY-HEADER
        IF FOUND-VVERF-HEADER AND VVERF-IS-RETURNED
           MOVE "SEND IT BACK FOR VERIFICATION AS IT STANDS ? <Y/N>" TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF DELETING-IS-CONFIRMED
              MOVE "PENDING"         TO W-VERIFY-NEW-STATUS
              MOVE W-CURRENT-USER-ID TO W-VERIFY-ENTERED-BY
              PERFORM CHANGE-VERIFY-STATUS.
*>_________________________________________________________________________

WAIVE-VERIFY-OF-DELETED.

     PERFORM READ-VERIFY-HEADER.

     IF FOUND-VVERF-HEADER
        AND (VVERF-IS-PENDING OR VVERF-IS-RETURNED)
        MOVE "WAIVED"         TO W-VERIFY-NEW-STATUS
        MOVE VVERF-ENTERED-BY TO W-VERIFY-ENTERED-BY
        PERFORM CHANGE-VERIFY-STATUS.
*>_________________________________________________________________________

SHOW-VOUCHER-VERIFICATION.

*>   Also sets the truth of VOUCHER-UNVERIFIED for approval.

     MOVE "N" TO W-VOUCHER-UNVERIFIED.
     PERFORM READ-VERIFY-HEADER.

     IF FOUND-VVERF-HEADER
        IF VVERF-IS-PENDING
           MOVE "Y" TO W-VOUCHER-UNVERIFIED
           DISPLAY "   DOUBLE-KEY.......: AWAITING RE-KEY (KEYED BY "
                   VVERF-ENTERED-BY ")"
        END-IF
        IF VVERF-IS-RETURNED
           MOVE "Y" TO W-VOUCHER-UNVERIFIED
           DISPLAY "   DOUBLE-KEY.......: RETURNED TO " VVERF-ENTERED-BY
                   " - RE-KEY BY " VVERF-KEYED-BY " DID NOT MATCH"
        END-IF
        IF VVERF-IS-VERIFIED
           COMPUTE DUMMY-FOR-DATE-12 = VVERF-KEYED-DATE * 10000.0001
           MOVE DUMMY-FOR-DATE-12 TO VOUCHER-MM-YY-CCYY
           MOVE VOUCHER-MM-YY-CCYY TO VOUCHER-FORMATTED-DATE
           DISPLAY "   DOUBLE-KEY.......: VERIFIED BY " VVERF-KEYED-BY
                   " ON " VOUCHER-FORMATTED-DATE
        END-IF
        IF VVERF-IS-WAIVED
           DISPLAY "   DOUBLE-KEY.......: WAIVED".
*>_________________________________________________________________________

SHOW-RE-KEY-DIFFERENCES.

*>   The header is on hand and RETURNED; the attempt that sent the
*>   voucher back shows what was on the voucher against what the
*>   second user keyed from the document.

     MOVE VVERF-LAST-ATTEMPT TO VVERF-SEQ.
     READ VOUCHER-VERIFY-FILE RECORD
        INVALID KEY
           MOVE SPACES TO VVERF-RESULT.

     IF VVERF-IS-MISMATCH
        DISPLAY "   FIELDS THAT DID NOT MATCH THE RE-KEY:"
        DISPLAY "                      ON THE VOUCHER    RE-KEYED"
        IF VVERF-VENDOR-DIFFERED
           DISPLAY "      VENDOR.......: " VVERF-ON-FILE-VENDOR
                   "             " VVERF-KEYED-VENDOR
        END-IF
        IF VVERF-INVOICE-DIFFERED
           DISPLAY "      INVOICE......: " VVERF-ON-FILE-INVOICE
                   "   " VVERF-KEYED-INVOICE
        END-IF
        IF VVERF-AMOUNT-DIFFERED
           MOVE VVERF-ON-FILE-AMOUNT TO W-FORMATTED-VERIFY-AMOUNT
           MOVE VVERF-KEYED-AMOUNT   TO W-FORMATTED-KEYED-AMOUNT
           DISPLAY "      AMOUNT.......: " W-FORMATTED-VERIFY-AMOUNT
                   "        " W-FORMATTED-KEYED-AMOUNT
        END-IF
        DISPLAY "   CORRECT THE VOUCHER, OR LEAVE IT AND SEND IT BACK AS IT STANDS.".

     PERFORM READ-VERIFY-HEADER.
*>_________________________________________________________________________

COPY "PLDATE.CBL".
COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PLVOUCHER.CBL".
COPY "PL-ASK-USER-WHICH-FIELD-TO-CHANGE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-ROLL-UP-TO-PARENT.CBL".
COPY "PL-VENDOR-NAME-LOOKUP.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PLVNDEVT.CBL".
COPY "PL-LOOK-FOR-STATE-RECORD.CBL".
COPY "PL-LOOK-FOR-LATEST-FXRATE.CBL".
COPY "ADD-NEW-VOUCHER.CBL".

*>_________________________________________________________________________
COPY "PL-CHECK-JOB-NUMBER.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-SHOW-DOCUMENT-REFS.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
COPY "PL-CHECK-SESSION-TIMEOUT.CBL".
COPY "PL-SCREEN-ONE-NAME.CBL".
