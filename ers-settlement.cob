IDENTIFICATION DIVISION.
PROGRAM-ID. ers-settlement.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLERS.CBL".
      COPY "SLPO.CBL".
      COPY "SLPOREC.CBL".
      COPY "SLPOREL.CBL".
      COPY "SLBUDGET.CBL".
      COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "ers-self-billing.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDERS.CBL".
      COPY "FDPO.CBL".
      COPY "FDPOREC.CBL".
      COPY "FDPOREL.CBL".
      COPY "FDBUDGET.CBL".
      COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD               PIC X(132).

      COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscompany.cbl".
      COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
      COPY "wsdate.cbl".
      COPY "wsperm.cbl".

      01 REPORT-TITLE.
         05 FILLER              PIC X(10) VALUE SPACES.
         05 FILLER              PIC X(54)
               VALUE "SELF-BILLING STATEMENT - EVALUATED RECEIPT SETTLEMENT".
         05 FILLER              PIC X(59) VALUE SPACES.
         05 FILLER              PIC X(05) VALUE "PAGE:".
         05 PAGE-NUMBER         PIC 9(04) VALUE 0.

*>    The two heading lines carry the supplier the statement is made
*>    out to; the column headings follow them.
      01 HEADING-1.
         05 FILLER              PIC X(02) VALUE SPACES.
         05 FILLER              PIC X(10) VALUE "SUPPLIER: ".
         05 H-VENDOR            PIC 9(05).
         05 FILLER              PIC X(01) VALUE SPACES.
         05 H-VENDOR-NAME       PIC X(30).
         05 FILLER              PIC X(04) VALUE SPACES.
         05 FILLER              PIC X(11) VALUE "AGREEMENT: ".
         05 H-AGREEMENT-REF     PIC X(20).
         05 FILLER              PIC X(04) VALUE SPACES.
         05 FILLER              PIC X(16) VALUE "STATEMENT DATE: ".
         05 H-STATEMENT-DATE    PIC 99/99/9999.

      01 HEADING-2.
         05 FILLER              PIC X(18) VALUE SPACES.
         05 H-VENDOR-ADDRESS    PIC X(30).
         05 FILLER              PIC X(02) VALUE SPACES.
         05 H-VENDOR-CITY       PIC X(20).
         05 FILLER              PIC X(01) VALUE SPACES.
         05 H-VENDOR-STATE      PIC X(02).
         05 FILLER              PIC X(01) VALUE SPACES.
         05 H-VENDOR-ZIP        PIC X(10).

      01 COLUMN-HEADING-1.
         05 FILLER              PIC X(46) VALUE "  VOUCHER  INVOICE NO.      ORDER LN DESCRIPTI".
         05 FILLER              PIC X(46) VALUE "ON                    RECEIVED     MEMO       ".
         05 FILLER              PIC X(34) VALUE "                            AMOUNT".

      01 COLUMN-HEADING-2.
         05 FILLER              PIC X(46) VALUE "  =======  ===============  ===== == =========".
         05 FILLER              PIC X(46) VALUE "===================== ==========   ===========".
         05 FILLER              PIC X(34) VALUE "===================  =============".

      01 DETAIL-1.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-VOUCHER                  PIC 9(07).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-INVOICE                  PIC X(15).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-PO-NUMBER                PIC 9(05).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-PO-LINE                  PIC Z9.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-DESCRIPTION              PIC X(30).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-RECEIVED-DATE            PIC 99/99/9999.
         05 FILLER                     PIC X(03) VALUE SPACES.
         05 D-MEMO                     PIC X(30).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.

      01 VOUCHER-TOTAL-LINE.
         05 FILLER                     PIC X(11) VALUE SPACES.
         05 FILLER                     PIC X(20) VALUE "TOTAL OF INVOICE    ".
         05 D-TOTAL-INVOICE            PIC X(15).
         05 FILLER                     PIC X(06) VALUE "  DUE ".
         05 D-TOTAL-DUE                PIC 99/99/9999.
         05 FILLER                     PIC X(51) VALUE SPACES.
         05 D-TOTAL-VOUCHER-AMOUNT     PIC Z,ZZZ,ZZ9.99-.

      01 STATEMENT-TOTAL-LINE.
         05 FILLER                     PIC X(11) VALUE SPACES.
         05 FILLER                     PIC X(17) VALUE "STATEMENT TOTAL (".
         05 D-STATEMENT-INVOICES       PIC ZZ9.
         05 FILLER                     PIC X(12) VALUE " INVOICE(S))".
         05 FILLER                     PIC X(70) VALUE SPACES.
         05 D-STATEMENT-AMOUNT         PIC Z,ZZZ,ZZ9.99-.

      01 W-PRINTED-LINES                   PIC 99.
         88 PAGE-FULL                     VALUE 50 THROUGH 99.

      01 W-ERS-MENU-OPTION                 PIC 9.
         88 VALID-ERS-MENU-OPTION         VALUE 0 THROUGH 3.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-ORDERS                   PIC X.
         88 END-OF-ORDERS                 VALUE "Y".

      01 W-END-OF-RECEIPTS                 PIC X.
         88 END-OF-RECEIPTS               VALUE "Y".

      01 W-END-OF-RELEASES                 PIC X.
         88 END-OF-RELEASES               VALUE "Y".

      01 W-FOUND-ERS-RECORD                PIC X.
         88 FOUND-ERS-RECORD              VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-PO-RECORD                 PIC X.
         88 FOUND-PO-RECORD               VALUE "Y".

      01 W-ERROR-R-W-NEW-VOUCHER-NUMBER    PIC X.
         88 ERROR-R-W-NEW-VOUCHER-NUMBER  VALUE "Y".

*>    The settlement runs twice over the same receipts: once to show
*>    what would be billed, then - confirmed - to raise the vouchers.
      01 W-PREVIEW-ONLY                    PIC X.
         88 PREVIEW-ONLY                  VALUE "Y".

      01 W-STATEMENT-STARTED               PIC X.
         88 STATEMENT-STARTED             VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-CURRENT-USER-ID                 PIC X(10).
      77 ENTRY-ERS-VENDOR                  PIC 9(05).
      77 ENTRY-ERS-STATUS                  PIC X(09).
      77 ENTRY-AGREEMENT-REF               PIC X(20).
      77 ENTRY-REPRINT-VOUCHER             PIC 9(07).
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZ9.99-.
      77 W-LINE-INDEX                      PIC 9.
      77 W-BILL-INDEX                      PIC 9(02).
      77 W-LINE-ROOM                       PIC S9(7)V99.
      77 W-BILL-TOTAL                      PIC S9(7)V99.
      77 W-OVER-COUNT                      PIC 9(03).
      77 W-WAITING-COUNT                   PIC 9(03).
      77 W-STAMPED-COUNT                   PIC 9(03).
      77 W-RELEASE-NEXT-SEQ                PIC 9(03).
      77 W-VENDORS-SETTLED                 PIC 9(04).
      77 W-VOUCHERS-RAISED                 PIC 9(04).
      77 W-ORDERS-WITHOUT-ACCOUNT          PIC 9(04).
      77 W-RECEIPTS-OVER-ORDER             PIC 9(04).
      77 W-RUN-TOTAL                       PIC S9(9)V99.
      77 W-STATEMENT-INVOICES              PIC 9(03).
      77 W-STATEMENT-TOTAL                 PIC S9(9)V99.
      77 W-DATE-INTEGER                    PIC 9(08).
      77 W-DATE-MMDDYYYY                   PIC 9(8).
      77 W-DATE-EDITED                     PIC 99/99/9999.

*>    Settled to date and billed in this run, per order line, so no
*>    line is ever billed past what it was ordered at.
      01 W-ORDER-LINE-TABLE.
         05 W-ORDER-LINE OCCURS 5 TIMES.
            10 W-LINE-SETTLED              PIC S9(7)V99.
            10 W-LINE-PENDING              PIC S9(7)V99.

*>    The receipts one voucher bills; a delivery schedule longer than
*>    the table waits for the next settlement run.
      01 W-BILLED-RECEIPT-TABLE.
         05 W-BILL-COUNT                   PIC 9(02).
         05 W-BILLED-RECEIPT OCCURS 50 TIMES.
            10 W-BILLED-KEY.
               15 W-BILLED-PO-NUMBER       PIC 9(05).
               15 W-BILLED-PO-LINE         PIC 9(01).
               15 W-BILLED-DATE            PIC 9(08).
               15 W-BILLED-SEQ             PIC 9(02).
            10 W-BILLED-AMOUNT             PIC S9(6)V99.
            10 W-BILLED-MEMO               PIC X(30).

      77 BK-ERS-RECORD                     PIC X(512).
      77 BK-POREC-RECORD                   PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "ERS-SETTLEMENT".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
      77 DUMMY-FOR-DATE-12                PIC 9(12).
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Evaluated receipt settlement: suppliers on an ERS agreement send
*>   no invoices. What the dock logs against their purchase orders is
*>   billed here at the order price, one voucher per order per run,
*>   and the supplier gets a self-billing statement in place of the
*>   invoice. The vouchers are entered, not approved - they go through
*>   approval and payment like any other bill.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O ERS-AGREEMENT-FILE.
   OPEN I-O PURCHASE-ORDER-FILE.
   OPEN I-O PO-RECEIVING-FILE.
   OPEN I-O PO-RELEASE-FILE.
   OPEN I-O BUDGET-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN I-O CONTROL-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-ERS-MENU-OPTION EQUAL ZERO
                            OR VALID-ERS-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-ERS-MENU-OPTION EQUAL ZERO

   CLOSE ERS-AGREEMENT-FILE.
   CLOSE PURCHASE-ORDER-FILE.
   CLOSE PO-RECEIVING-FILE.
   CLOSE PO-RELEASE-FILE.
   CLOSE BUDGET-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE CONTROL-FILE.
   CLOSE VENDOR-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                  EVALUATED RECEIPT SETTLEMENT (SELF-BILLING)".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - ERS VENDOR AGREEMENTS    |".
         DISPLAY "                           | 2 - SETTLE NEW RECEIPTS      |".
         DISPLAY "                           | 3 - REPRINT A STATEMENT      |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 12 TIMES.
         ACCEPT W-ERS-MENU-OPTION.

        IF W-ERS-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-ERS-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-ERS-MENU-OPTION = 1
      PERFORM AGREEMENT-MODULE.

   IF W-ERS-MENU-OPTION = 2
      PERFORM SETTLEMENT-MODULE.

   IF W-ERS-MENU-OPTION = 3
      PERFORM REPRINT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-ERS-MENU-OPTION EQUAL ZERO
                            OR VALID-ERS-MENU-OPTION.
*>_________________________________________________________________________

AGREEMENT-MODULE.

*>   Who is paid without an invoice is a vendor-master decision, not
*>   the clerk's who runs the settlement.

   MOVE "ERSAGREE" TO W-PERM-FUNCTION.
   PERFORM CHECK-PERMISSION.

   IF NOT PERMISSION-GRANTED
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      PERFORM GET-ERS-VENDOR-NUMBER
      PERFORM MAINTAIN-ONE-AGREEMENT UNTIL ENTRY-ERS-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

GET-ERS-VENDOR-NUMBER.

   MOVE ZEROS TO ENTRY-ERS-VENDOR.
   DISPLAY "VENDOR NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-ERS-VENDOR.
*>_________________________________________________________________________

MAINTAIN-ONE-AGREEMENT.

   MOVE ENTRY-ERS-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      DISPLAY "*** VENDOR NOT ON FILE ! ***"
   ELSE
      DISPLAY "VENDOR.............: " VENDOR-NUMBER " " VENDOR-NAME
      MOVE ENTRY-ERS-VENDOR TO ERS-VENDOR
      MOVE "Y" TO W-FOUND-ERS-RECORD
      READ ERS-AGREEMENT-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-ERS-RECORD
      END-READ
      IF FOUND-ERS-RECORD
         PERFORM DISPLAY-AGREEMENT
         MOVE "CHANGE THIS AGREEMENT ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            MOVE ERS-RECORD TO BK-ERS-RECORD
            PERFORM GET-AGREEMENT-FIELDS
            PERFORM GET-AGREEMENT-STATUS
            REWRITE ERS-RECORD
               INVALID KEY
                  MOVE "REWRITE"  TO W-EXCLOG-OPERATION
                  MOVE ERS-VENDOR TO W-EXCLOG-KEY
                  PERFORM LOG-EXCEPTION-ENTRY
                  DISPLAY "ERROR WHILE REWRITING THE AGREEMENT !"
               NOT INVALID KEY
                  MOVE "ERSAGREE"    TO W-SYSAUD-RECORD-TYPE
                  MOVE "CHANGE"      TO W-SYSAUD-ACTION
                  MOVE ERS-VENDOR    TO W-SYSAUD-KEY
                  MOVE BK-ERS-RECORD TO W-SYSAUD-BEFORE-IMAGE
                  MOVE ERS-RECORD    TO W-SYSAUD-AFTER-IMAGE
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  DISPLAY "----- AGREEMENT CHANGED ! -----"
            END-REWRITE
         END-IF
      ELSE
         MOVE "PUT THIS VENDOR ON EVALUATED RECEIPT SETTLEMENT ? <Y/N>"
           TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            MOVE SPACES TO ERS-RECORD
            MOVE ENTRY-ERS-VENDOR  TO ERS-VENDOR
            MOVE "ACTIVE"          TO ERS-STATUS
            MOVE ZEROS             TO ERS-LAST-SETTLED-DATE
            MOVE W-DAY-TODAY       TO ERS-ADDED-DATE
            MOVE W-CURRENT-USER-ID TO ERS-ADDED-BY
            PERFORM GET-AGREEMENT-FIELDS
            WRITE ERS-RECORD
               INVALID KEY
                  MOVE "WRITE"    TO W-EXCLOG-OPERATION
                  MOVE ERS-VENDOR TO W-EXCLOG-KEY
                  PERFORM LOG-EXCEPTION-ENTRY
                  DISPLAY "ERROR WHILE WRITING THE AGREEMENT !"
               NOT INVALID KEY
                  MOVE "ERSAGREE"    TO W-SYSAUD-RECORD-TYPE
                  MOVE "ADD"         TO W-SYSAUD-ACTION
                  MOVE ERS-VENDOR    TO W-SYSAUD-KEY
                  MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
                  MOVE ERS-RECORD    TO W-SYSAUD-AFTER-IMAGE
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  DISPLAY "----- VENDOR IS NOW SELF-BILLED - RECEIPTS FROM "
                          ERS-START-DATE " ON WILL BE SETTLED ! -----"
            END-WRITE
         END-IF
      END-IF
   END-IF.

   PERFORM GET-ERS-VENDOR-NUMBER.
*>_________________________________________________________________________

DISPLAY-AGREEMENT.

   DISPLAY "AGREEMENT REFERENCE: " ERS-AGREEMENT-REF.
   DISPLAY "RECEIPTS SETTLED...: FROM " ERS-START-DATE.
   DISPLAY "STATUS.............: " ERS-STATUS.
   IF ERS-LAST-SETTLED-DATE NOT EQUAL ZEROS
      DISPLAY "LAST SETTLEMENT....: " ERS-LAST-SETTLED-DATE.
   DISPLAY "SET UP.............: " ERS-ADDED-DATE " BY " ERS-ADDED-BY.
*>_________________________________________________________________________

GET-AGREEMENT-FIELDS.

   MOVE SPACES TO ENTRY-AGREEMENT-REF.
   DISPLAY "AGREEMENT REFERENCE (CONTRACT NUMBER - <ENTER> TO KEEP): ".
   ACCEPT ENTRY-AGREEMENT-REF.
   IF ENTRY-AGREEMENT-REF NOT EQUAL SPACES
      INSPECT ENTRY-AGREEMENT-REF CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE ENTRY-AGREEMENT-REF TO ERS-AGREEMENT-REF.

   MOVE "FIRST RECEIPT DATE TO SETTLE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ERS-START-DATE.
*>_________________________________________________________________________

GET-AGREEMENT-STATUS.

   MOVE SPACES TO ENTRY-ERS-STATUS.
   DISPLAY "STATUS (ACTIVE/SUSPENDED - <ENTER> TO KEEP " ERS-STATUS "): ".
   ACCEPT ENTRY-ERS-STATUS.
   INSPECT ENTRY-ERS-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-ERS-STATUS NOT EQUAL SPACES
      IF ENTRY-ERS-STATUS NOT EQUAL "ACTIVE"
         AND ENTRY-ERS-STATUS NOT EQUAL "SUSPENDED"
         DISPLAY "ONLY ACTIVE OR SUSPENDED IS ACCEPTED !"
         PERFORM GET-AGREEMENT-STATUS
      ELSE
         MOVE ENTRY-ERS-STATUS TO ERS-STATUS.
*>_________________________________________________________________________

SETTLEMENT-MODULE.

   MOVE W-DAY-TODAY TO W-FISCAL-LOOKUP-DATE.
   PERFORM LOOK-FOR-FISCAL-PERIOD.

   IF FOUND-FISCAL-PERIOD AND FISCAL-PERIOD-CLOSED
      DISPLAY "*** FISCAL PERIOD " W-FISCAL-FOUND-YEAR "/"
              W-FISCAL-FOUND-PERIOD " IS CLOSED FOR AP"
              " - NO VOUCHERS CAN BE RAISED TODAY ! ***"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      DISPLAY "RECEIPTS WAITING TO BE SELF-BILLED:"
      DISPLAY " "
      MOVE "Y" TO W-PREVIEW-ONLY
      PERFORM SETTLE-ALL-AGREEMENTS
      IF W-VOUCHERS-RAISED EQUAL ZEROS
         DISPLAY "*** NOTHING TO SETTLE ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE W-RUN-TOTAL TO W-FORMATTED-AMOUNT
         DISPLAY " "
         DISPLAY W-VOUCHERS-RAISED " VOUCHER(S) FOR " W-VENDORS-SETTLED
                 " SUPPLIER(S), TOTAL " W-FORMATTED-AMOUNT
         MOVE "RAISE THE VOUCHERS AND PRINT THE STATEMENTS ? <Y/N>"
           TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            PERFORM RUN-THE-SETTLEMENT
         END-IF
      END-IF
   END-IF.
*>_________________________________________________________________________

RUN-THE-SETTLEMENT.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.

   MOVE "N" TO W-PREVIEW-ONLY.
   PERFORM SETTLE-ALL-AGREEMENTS.

   CLOSE PRINTER-FILE.

   MOVE "ERS-STATEMENTS" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.

   MOVE W-RUN-TOTAL TO W-FORMATTED-AMOUNT.
   DISPLAY " ".
   DISPLAY "----- " W-VOUCHERS-RAISED " VOUCHER(S) RAISED FOR "
           W-VENDORS-SETTLED " SUPPLIER(S), TOTAL " W-FORMATTED-AMOUNT " -----".
   DISPLAY "      STATEMENTS IN ers-self-billing.prn - THE VOUCHERS NOW WAIT FOR APPROVAL".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

SETTLE-ALL-AGREEMENTS.

   MOVE ZEROS TO W-VENDORS-SETTLED W-VOUCHERS-RAISED W-RUN-TOTAL.
   MOVE ZEROS TO W-ORDERS-WITHOUT-ACCOUNT W-RECEIPTS-OVER-ORDER.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO ERS-VENDOR.
   START ERS-AGREEMENT-FILE KEY IS NOT LESS THAN ERS-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM SETTLE-NEXT-AGREEMENT UNTIL END-OF-FILE.

   IF W-ORDERS-WITHOUT-ACCOUNT NOT EQUAL ZEROS
      DISPLAY W-ORDERS-WITHOUT-ACCOUNT " ORDER(S) CARRY NO GL ACCOUNT - SET ONE ON"
              " THE ORDER BEFORE ITS RECEIPTS CAN BE BILLED".
   IF W-RECEIPTS-OVER-ORDER NOT EQUAL ZEROS
      DISPLAY W-RECEIPTS-OVER-ORDER " RECEIPT(S) GO PAST THE ORDERED AMOUNT - NOT"
              " BILLED UNTIL PURCHASING AMENDS THE ORDER".
*>_________________________________________________________________________

SETTLE-NEXT-AGREEMENT.

   READ ERS-AGREEMENT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF ERS-IS-ACTIVE
            PERFORM SETTLE-ONE-VENDOR
         END-IF
   END-READ.
*>_________________________________________________________________________

SETTLE-ONE-VENDOR.

*>   A vendor that is no longer active is not paid through the back
*>   door: its receipts wait until the vendor master is sorted out.

   MOVE ERS-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF FOUND-VENDOR-RECORD AND NOT VENDOR-IS-INACTIVE
      MOVE "N" TO W-STATEMENT-STARTED
      MOVE ZEROS TO W-STATEMENT-INVOICES W-STATEMENT-TOTAL
      MOVE "N" TO W-END-OF-ORDERS
      MOVE ERS-VENDOR TO PO-VENDOR
      START PURCHASE-ORDER-FILE KEY IS EQUAL PO-VENDOR
         INVALID KEY
            MOVE "Y" TO W-END-OF-ORDERS
      END-START
      PERFORM SETTLE-NEXT-ORDER UNTIL END-OF-ORDERS
      IF STATEMENT-STARTED
         ADD 1 TO W-VENDORS-SETTLED
         IF NOT PREVIEW-ONLY
            PERFORM PRINT-STATEMENT-TOTAL
            PERFORM STAMP-AGREEMENT-SETTLED
         END-IF
      END-IF
   END-IF.
*>_________________________________________________________________________

SETTLE-NEXT-ORDER.

   READ PURCHASE-ORDER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-ORDERS
      NOT AT END
         IF PO-VENDOR NOT EQUAL ERS-VENDOR
            MOVE "Y" TO W-END-OF-ORDERS
         ELSE
            IF PO-IS-APPROVED
               PERFORM SETTLE-ONE-ORDER
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

SETTLE-ONE-ORDER.

   PERFORM GATHER-ORDER-RECEIPTS.

   IF W-BILL-COUNT NOT EQUAL ZEROS
      IF PO-GL-ACCOUNT EQUAL SPACES
         ADD 1 TO W-ORDERS-WITHOUT-ACCOUNT
      ELSE
         MOVE "Y" TO W-STATEMENT-STARTED
         ADD 1 TO W-VOUCHERS-RAISED
         ADD W-BILL-TOTAL TO W-RUN-TOTAL
         IF PREVIEW-ONLY
            MOVE W-BILL-TOTAL TO W-FORMATTED-AMOUNT
            DISPLAY "   VENDOR " ERS-VENDOR " " VENDOR-NAME " ORDER " PO-NUMBER
                    " " W-BILL-COUNT " RECEIPT(S) " W-FORMATTED-AMOUNT
         ELSE
            PERFORM BUILD-ERS-VOUCHER
         END-IF
      END-IF
   END-IF.

   IF W-WAITING-COUNT NOT EQUAL ZEROS AND PREVIEW-ONLY
      DISPLAY "   ORDER " PO-NUMBER ": " W-WAITING-COUNT
              " MORE RECEIPT(S) WAIT FOR THE NEXT RUN".
*>_________________________________________________________________________

GATHER-ORDER-RECEIPTS.

*>   First what earlier runs already billed on each line, then the new
*>   receipts up to what is left on the line. A blanket order has no
*>   fixed line amounts - its ceiling is what is left to bill.

   MOVE ZEROS TO W-BILL-COUNT W-BILL-TOTAL W-OVER-COUNT W-WAITING-COUNT.
   PERFORM CLEAR-ONE-ORDER-LINE
      VARYING W-LINE-INDEX FROM 1 BY 1
         UNTIL W-LINE-INDEX GREATER THAN 5.

   PERFORM START-ORDER-RECEIPTS.
   PERFORM SUM-NEXT-SETTLED-RECEIPT UNTIL END-OF-RECEIPTS.

   PERFORM START-ORDER-RECEIPTS.
   PERFORM TAKE-NEXT-NEW-RECEIPT UNTIL END-OF-RECEIPTS.

   ADD W-OVER-COUNT TO W-RECEIPTS-OVER-ORDER.
*>_________________________________________________________________________

CLEAR-ONE-ORDER-LINE.

   MOVE ZEROS TO W-LINE-SETTLED (W-LINE-INDEX).
   MOVE ZEROS TO W-LINE-PENDING (W-LINE-INDEX).
*>_________________________________________________________________________

START-ORDER-RECEIPTS.

   MOVE "N" TO W-END-OF-RECEIPTS.
   MOVE PO-NUMBER TO POREC-PO-NUMBER.
   MOVE ZEROS TO POREC-PO-LINE POREC-DATE POREC-SEQ.
   START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-RECEIPTS.
*>_________________________________________________________________________

SUM-NEXT-SETTLED-RECEIPT.

   READ PO-RECEIVING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RECEIPTS
      NOT AT END
         IF POREC-PO-NUMBER NOT EQUAL PO-NUMBER
            MOVE "Y" TO W-END-OF-RECEIPTS
         ELSE
            IF POREC-ERS-VOUCHER IS NUMERIC
               AND POREC-ERS-VOUCHER NOT EQUAL ZEROS
               AND POREC-PO-LINE NOT LESS THAN 1
               AND POREC-PO-LINE NOT GREATER THAN 5
               ADD POREC-AMOUNT TO W-LINE-SETTLED (POREC-PO-LINE)
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

TAKE-NEXT-NEW-RECEIPT.

   READ PO-RECEIVING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RECEIPTS
      NOT AT END
         IF POREC-PO-NUMBER NOT EQUAL PO-NUMBER
            MOVE "Y" TO W-END-OF-RECEIPTS
         ELSE
            IF (POREC-ERS-VOUCHER IS NOT NUMERIC
                OR POREC-ERS-VOUCHER EQUAL ZEROS)
               AND POREC-DATE NOT LESS THAN ERS-START-DATE
               AND POREC-AMOUNT GREATER THAN ZEROS
               AND POREC-PO-LINE NOT LESS THAN 1
               AND POREC-PO-LINE NOT GREATER THAN 5
               PERFORM TAKE-ONE-NEW-RECEIPT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

TAKE-ONE-NEW-RECEIPT.

   IF PO-IS-BLANKET
      COMPUTE W-LINE-ROOM = PO-NTE-AMOUNT - PO-BILLED-AMOUNT - W-BILL-TOTAL
   ELSE
      COMPUTE W-LINE-ROOM = PO-LINE-AMOUNT (POREC-PO-LINE)
                          - W-LINE-SETTLED (POREC-PO-LINE)
                          - W-LINE-PENDING (POREC-PO-LINE).

   IF POREC-AMOUNT GREATER THAN W-LINE-ROOM
      ADD 1 TO W-OVER-COUNT
   ELSE
      IF W-BILL-COUNT NOT LESS THAN 50
         ADD 1 TO W-WAITING-COUNT
      ELSE
         ADD 1 TO W-BILL-COUNT
         MOVE POREC-KEY    TO W-BILLED-KEY (W-BILL-COUNT)
         MOVE POREC-AMOUNT TO W-BILLED-AMOUNT (W-BILL-COUNT)
         MOVE POREC-MEMO   TO W-BILLED-MEMO (W-BILL-COUNT)
         ADD POREC-AMOUNT TO W-LINE-PENDING (POREC-PO-LINE)
         ADD POREC-AMOUNT TO W-BILL-TOTAL.
*>_________________________________________________________________________

BUILD-ERS-VOUCHER.

*>   One voucher per order, its single GL line the account the order
*>   was encumbered against. The invoice number is made from the
*>   voucher number once one is drawn, so it never repeats.

   MOVE SPACES TO VOUCHER-RECORD.
   MOVE ZEROS  TO VOUCHER-NUMBER.
   MOVE ERS-VENDOR        TO VOUCHER-VENDOR.
   MOVE W-SESSION-COMPANY TO VOUCHER-COMPANY.
   MOVE "SELF-BILLED - EVALUATED RECEIPT SETTLEMENT" TO VOUCHER-FOR-LINE (1).
   STRING "ORDER " PO-NUMBER " " PO-DESCRIPTION
     DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (2)
   END-STRING.
   STRING "AGREEMENT " ERS-AGREEMENT-REF " - " W-BILL-COUNT " RECEIPT(S)"
     DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (3)
   END-STRING.
   MOVE SPACES TO VOUCHER-TYPE.
   MOVE W-BILL-TOTAL TO VOUCHER-AMOUNT.
   MOVE W-DAY-TODAY  TO VOUCHER-DATE.
   MOVE W-DAY-TODAY  TO VOUCHER-DUE.
   MOVE ZEROS        TO VOUCHER-DISCOUNT-DATE.
   IF VENDOR-NET-DAYS NOT EQUAL ZEROS
      PERFORM CALCULATE-DUE-AND-DISCOUNT-DATE-FROM-TERMS.
   MOVE "N" TO VOUCHER-DEDUCTIBLE.
   MOVE "N" TO VOUCHER-TAXABLE.
   MOVE "N" TO VOUCHER-SELECTED.
   MOVE "N" TO VOUCHER-USE-TAX.
   MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
   MOVE SPACES TO VOUCHER-CURRENCY.
   MOVE ZEROS TO VOUCHER-PAID-AMOUNT VOUCHER-PAID-DATE VOUCHER-CHECK-NO
                 VOUCHER-TAX-AMOUNT VOUCHER-SPLIT-FROM-NUMBER
                 VOUCHER-USE-TAX-AMOUNT VOUCHER-FOREIGN-AMOUNT
                 VOUCHER-EXCHANGE-RATE VOUCHER-BATCH-NUMBER
                 VOUCHER-RETAINAGE-PERCENT VOUCHER-RETAINAGE-AMOUNT.
   MOVE PO-NUMBER TO VOUCHER-PO-NUMBER.
   MOVE W-CURRENT-USER-ID TO VOUCHER-ENTERED-BY.

   MOVE 1 TO VOUCHER-GL-LINE-COUNT.
   MOVE PO-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT (1).
   MOVE W-BILL-TOTAL  TO VOUCHER-GL-AMOUNT (1).
   PERFORM CLEAR-ONE-VOUCHER-GL-LINE
      VARYING W-LINE-INDEX FROM 2 BY 1
         UNTIL W-LINE-INDEX GREATER THAN 5.

   PERFORM POST-ERS-VOUCHER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      PERFORM ACCRUE-ERS-VOUCHER-BUDGET
      PERFORM BILL-THE-PURCHASE-ORDER
      PERFORM STAMP-SETTLED-RECEIPTS
      PERFORM PRINT-VOUCHER-ON-STATEMENT
      DISPLAY "----- VOUCHER " VOUCHER-NUMBER " INVOICE " VOUCHER-INVOICE
              " ORDER " PO-NUMBER " - " W-STAMPED-COUNT " RECEIPT(S) SETTLED -----"
   ELSE
      SUBTRACT 1 FROM W-VOUCHERS-RAISED
      SUBTRACT W-BILL-TOTAL FROM W-RUN-TOTAL.
*>_________________________________________________________________________

CLEAR-ONE-VOUCHER-GL-LINE.

   MOVE SPACES TO VOUCHER-GL-ACCOUNT (W-LINE-INDEX).
   MOVE ZEROS  TO VOUCHER-GL-AMOUNT (W-LINE-INDEX).
*>_________________________________________________________________________

CALCULATE-DUE-AND-DISCOUNT-DATE-FROM-TERMS.

   COMPUTE W-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
                                                    + VENDOR-NET-DAYS.
   COMPUTE VOUCHER-DUE = FUNCTION DATE-OF-INTEGER(W-DATE-INTEGER).

   IF VENDOR-DISCOUNT-DAYS NOT EQUAL ZEROS
      COMPUTE W-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(VOUCHER-DATE)
                                                    + VENDOR-DISCOUNT-DAYS
      COMPUTE VOUCHER-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER(W-DATE-INTEGER).
*>_________________________________________________________________________

POST-ERS-VOUCHER.

   MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.
   MOVE 1 TO CONTROL-KEY. *> voucher numbers are one global sequence, whatever the company
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      ADD 1 TO CONTROL-LAST-VOUCHER
      MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
      STRING "ERS" VOUCHER-NUMBER
        DELIMITED BY SIZE INTO VOUCHER-INVOICE
      END-STRING
      MOVE "ENTERED" TO VOUCHER-STATUS
      MOVE "N" TO VOUCHER-HOLD
      MOVE "N" TO VOUCHER-GL-POSTED
      MOVE "N" TO VOUCHER-PAYMENT-POSTED
      MOVE W-DAY-TODAY TO CONTROL-LAST-VOUCHER-CHANGE-DATE
      REWRITE CONTROL-RECORD
         INVALID KEY
            MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

   IF ERROR-R-W-NEW-VOUCHER-NUMBER
      DISPLAY "*** ERROR OBTAINING A NEW VOUCHER NUMBER ! ***"
   ELSE
      WRITE VOUCHER-RECORD
         INVALID KEY
            MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
            MOVE "WRITE"        TO W-EXCLOG-OPERATION
            MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
            DISPLAY "*** ERROR WHILE WRITING THE SELF-BILLED VOUCHER ! ***"
         NOT INVALID KEY
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
            PERFORM POST-VENDOR-BALANCE
      END-WRITE.
*>_________________________________________________________________________

ACCRUE-ERS-VOUCHER-BUDGET.

   MOVE VOUCHER-GL-ACCOUNT (1) TO BUDGET-GL-ACCOUNT.
   READ BUDGET-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         ADD VOUCHER-GL-AMOUNT (1) TO BUDGET-USED-AMOUNT
         REWRITE BUDGET-RECORD
            INVALID KEY
               DISPLAY "*** ERROR RECORDING THE USED AMOUNT ON THE BUDGET ! ***"
         END-REWRITE
   END-READ.
*>_________________________________________________________________________

BILL-THE-PURCHASE-ORDER.

*>   The same bookkeeping an invoice keyed against the order does:
*>   billed amount up, the encumbrance down, and a release line when
*>   the order is a blanket.

   ADD VOUCHER-AMOUNT TO PO-BILLED-AMOUNT.
   REWRITE PURCHASE-ORDER-RECORD
      INVALID KEY
         MOVE "REWRITE" TO W-EXCLOG-OPERATION
         MOVE PO-NUMBER TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR RECORDING THE BILLED AMOUNT ON THE PURCHASE ORDER ! ***"
      NOT INVALID KEY
         PERFORM RELIEVE-PO-ENCUMBRANCE
         IF PO-IS-BLANKET
            PERFORM WRITE-BLANKET-RELEASE
         END-IF
   END-REWRITE.
*>_________________________________________________________________________

RELIEVE-PO-ENCUMBRANCE.

   MOVE PO-GL-ACCOUNT TO BUDGET-GL-ACCOUNT.
   READ BUDGET-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         SUBTRACT VOUCHER-AMOUNT FROM BUDGET-COMMITTED-AMOUNT
         IF BUDGET-COMMITTED-AMOUNT LESS THAN ZEROS
            MOVE ZEROS TO BUDGET-COMMITTED-AMOUNT
         END-IF
         REWRITE BUDGET-RECORD
            INVALID KEY
               DISPLAY "*** ERROR RELIEVING THE BUDGET COMMITMENT ! ***"
         END-REWRITE
   END-READ.
*>_________________________________________________________________________

WRITE-BLANKET-RELEASE.

   MOVE ZEROS TO W-RELEASE-NEXT-SEQ.
   MOVE "N" TO W-END-OF-RELEASES.
   MOVE PO-NUMBER TO POREL-PO-NUMBER.
   MOVE ZEROS TO POREL-SEQ.
   START PO-RELEASE-FILE KEY IS NOT LESS THAN POREL-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-RELEASES.

   PERFORM SCAN-NEXT-RELEASE-SEQ UNTIL END-OF-RELEASES.

   ADD 1 TO W-RELEASE-NEXT-SEQ.

   MOVE PO-NUMBER          TO POREL-PO-NUMBER.
   MOVE W-RELEASE-NEXT-SEQ TO POREL-SEQ.
   MOVE VOUCHER-DATE       TO POREL-DATE.
   MOVE VOUCHER-NUMBER     TO POREL-VOUCHER.
   MOVE VOUCHER-AMOUNT     TO POREL-AMOUNT.
   MOVE VOUCHER-INVOICE    TO POREL-MEMO.

   WRITE POREL-RECORD
      INVALID KEY
         MOVE "WRITE"     TO W-EXCLOG-OPERATION
         MOVE POREL-KEY   TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

SCAN-NEXT-RELEASE-SEQ.

   READ PO-RELEASE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RELEASES
      NOT AT END
         IF POREL-PO-NUMBER NOT EQUAL PO-NUMBER
            MOVE "Y" TO W-END-OF-RELEASES
         ELSE
            MOVE POREL-SEQ TO W-RELEASE-NEXT-SEQ
         END-IF
   END-READ.
*>_________________________________________________________________________

STAMP-SETTLED-RECEIPTS.

   MOVE ZEROS TO W-STAMPED-COUNT.
   PERFORM STAMP-ONE-RECEIPT
      VARYING W-BILL-INDEX FROM 1 BY 1
         UNTIL W-BILL-INDEX GREATER THAN W-BILL-COUNT.
*>_________________________________________________________________________

STAMP-ONE-RECEIPT.

   MOVE W-BILLED-KEY (W-BILL-INDEX) TO POREC-KEY.
   READ PO-RECEIVING-FILE RECORD
      INVALID KEY
         MOVE "READ"     TO W-EXCLOG-OPERATION
         MOVE POREC-KEY  TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE POREC-RECORD TO BK-POREC-RECORD
         MOVE VOUCHER-NUMBER TO POREC-ERS-VOUCHER
         MOVE W-DAY-TODAY    TO POREC-ERS-DATE
         REWRITE POREC-RECORD
            INVALID KEY
               MOVE "REWRITE"  TO W-EXCLOG-OPERATION
               MOVE POREC-KEY  TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "*** ERROR FLAGGING RECEIPT " POREC-KEY
                       " AS SETTLED ! ***"
            NOT INVALID KEY
               ADD 1 TO W-STAMPED-COUNT
               MOVE "PORECEIPT"     TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"        TO W-SYSAUD-ACTION
               MOVE POREC-KEY       TO W-SYSAUD-KEY
               MOVE BK-POREC-RECORD TO W-SYSAUD-BEFORE-IMAGE
               MOVE POREC-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
         END-REWRITE
   END-READ.
*>_________________________________________________________________________

STAMP-AGREEMENT-SETTLED.

   MOVE W-DAY-TODAY TO ERS-LAST-SETTLED-DATE.
   REWRITE ERS-RECORD
      INVALID KEY
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE ERS-VENDOR TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

PRINT-STATEMENT-HEADINGS.

   MOVE ERS-VENDOR        TO H-VENDOR.
   MOVE VENDOR-NAME       TO H-VENDOR-NAME.
   MOVE ERS-AGREEMENT-REF TO H-AGREEMENT-REF.
   COMPUTE DUMMY-FOR-DATE-12 = W-DAY-TODAY * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY   TO H-STATEMENT-DATE.
   MOVE VENDOR-ADDRESS-1  TO H-VENDOR-ADDRESS.
   MOVE VENDOR-CITY       TO H-VENDOR-CITY.
   MOVE VENDOR-STATE      TO H-VENDOR-STATE.
   MOVE VENDOR-ZIP        TO H-VENDOR-ZIP.

   PERFORM PRINT-HEADINGS.

   MOVE COLUMN-HEADING-1 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 2.
   MOVE COLUMN-HEADING-2 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.
   ADD 3 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-VOUCHER-ON-STATEMENT.

*>   Each supplier's statement starts on its own page.

   IF W-STATEMENT-INVOICES EQUAL ZEROS
      IF PAGE-NUMBER NOT EQUAL ZEROS
         PERFORM FINALIZE-PAGE
      END-IF
      PERFORM PRINT-STATEMENT-HEADINGS.

   PERFORM PRINT-ONE-BILLED-RECEIPT
      VARYING W-BILL-INDEX FROM 1 BY 1
         UNTIL W-BILL-INDEX GREATER THAN W-BILL-COUNT.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-STATEMENT-HEADINGS.

   MOVE VOUCHER-INVOICE TO D-TOTAL-INVOICE.
   COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DUE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY TO D-TOTAL-DUE.
   MOVE VOUCHER-AMOUNT  TO D-TOTAL-VOUCHER-AMOUNT.
   MOVE VOUCHER-TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 2.
   ADD 2 TO W-PRINTED-LINES.

   ADD 1 TO W-STATEMENT-INVOICES.
   ADD VOUCHER-AMOUNT TO W-STATEMENT-TOTAL.
*>_________________________________________________________________________

PRINT-ONE-BILLED-RECEIPT.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-STATEMENT-HEADINGS.

   MOVE SPACES TO DETAIL-1.
   MOVE VOUCHER-NUMBER  TO D-VOUCHER.
   MOVE VOUCHER-INVOICE TO D-INVOICE.
   MOVE W-BILLED-PO-NUMBER (W-BILL-INDEX) TO D-PO-NUMBER.
   MOVE W-BILLED-PO-LINE (W-BILL-INDEX)   TO D-PO-LINE W-LINE-INDEX.
   MOVE PO-LINE-DESCRIPTION (W-LINE-INDEX) TO D-DESCRIPTION.
   COMPUTE DUMMY-FOR-DATE-12 = W-BILLED-DATE (W-BILL-INDEX) * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY TO D-RECEIVED-DATE.
   MOVE W-BILLED-MEMO (W-BILL-INDEX)   TO D-MEMO.
   MOVE W-BILLED-AMOUNT (W-BILL-INDEX) TO D-AMOUNT.
   MOVE DETAIL-1 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-STATEMENT-TOTAL.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-STATEMENT-HEADINGS.

   MOVE W-STATEMENT-INVOICES TO D-STATEMENT-INVOICES.
   MOVE W-STATEMENT-TOTAL    TO D-STATEMENT-AMOUNT.
   MOVE STATEMENT-TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 2.

   MOVE "  THIS STATEMENT IS ISSUED IN PLACE OF YOUR INVOICE UNDER OUR EVALUATED RECEIPT SETTLEMENT AGREEMENT."
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   MOVE "  PLEASE DO NOT INVOICE THE RECEIPTS LISTED. PAYMENT FOLLOWS YOUR TERMS; QUERIES TO ACCOUNTS PAYABLE."
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   ADD 4 TO W-PRINTED-LINES.
*>_________________________________________________________________________

REPRINT-MODULE.

*>   A lost statement is rebuilt from the receipts stamped with the
*>   voucher, so it always matches what was billed.

   MOVE ZEROS TO ENTRY-REPRINT-VOUCHER.
   DISPLAY "SELF-BILLED VOUCHER NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-REPRINT-VOUCHER.

   IF ENTRY-REPRINT-VOUCHER NOT EQUAL ZEROS
      PERFORM REPRINT-ONE-STATEMENT.
*>_________________________________________________________________________

REPRINT-ONE-STATEMENT.

   MOVE ENTRY-REPRINT-VOUCHER TO VOUCHER-NUMBER.
   MOVE "Y" TO W-FOUND-PO-RECORD.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PO-RECORD.

   IF FOUND-PO-RECORD
      IF VOUCHER-INVOICE (1:3) NOT EQUAL "ERS"
         OR VOUCHER-PO-NUMBER EQUAL ZEROS
         MOVE "N" TO W-FOUND-PO-RECORD
      ELSE
         MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
         READ PURCHASE-ORDER-FILE RECORD
            INVALID KEY
               MOVE "N" TO W-FOUND-PO-RECORD
         END-READ
      END-IF
   END-IF.

   IF NOT FOUND-PO-RECORD
      DISPLAY "*** NOT A SELF-BILLED VOUCHER ON FILE ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE VOUCHER-VENDOR TO VENDOR-NUMBER ERS-VENDOR
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         MOVE SPACES TO VENDOR-RECORD
      END-IF
      READ ERS-AGREEMENT-FILE RECORD
         INVALID KEY
            MOVE SPACES TO ERS-AGREEMENT-REF
      END-READ
      PERFORM LOAD-VOUCHER-RECEIPTS
      PERFORM PRINT-REPRINTED-STATEMENT.
*>_________________________________________________________________________

LOAD-VOUCHER-RECEIPTS.

   MOVE ZEROS TO W-BILL-COUNT.
   PERFORM START-ORDER-RECEIPTS.
   PERFORM LOAD-NEXT-VOUCHER-RECEIPT UNTIL END-OF-RECEIPTS.
*>_________________________________________________________________________

LOAD-NEXT-VOUCHER-RECEIPT.

   READ PO-RECEIVING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RECEIPTS
      NOT AT END
         IF POREC-PO-NUMBER NOT EQUAL PO-NUMBER
            MOVE "Y" TO W-END-OF-RECEIPTS
         ELSE
            IF POREC-ERS-VOUCHER IS NUMERIC
               AND POREC-ERS-VOUCHER EQUAL VOUCHER-NUMBER
               AND W-BILL-COUNT LESS THAN 50
               ADD 1 TO W-BILL-COUNT
               MOVE POREC-KEY    TO W-BILLED-KEY (W-BILL-COUNT)
               MOVE POREC-AMOUNT TO W-BILLED-AMOUNT (W-BILL-COUNT)
               MOVE POREC-MEMO   TO W-BILLED-MEMO (W-BILL-COUNT)
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-REPRINTED-STATEMENT.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.
   MOVE ZEROS TO W-STATEMENT-INVOICES W-STATEMENT-TOTAL.

   PERFORM PRINT-VOUCHER-ON-STATEMENT.
   PERFORM PRINT-STATEMENT-TOTAL.
   PERFORM FINALIZE-PAGE.

   CLOSE PRINTER-FILE.

   MOVE "ERS-STATEMENTS" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.

   DISPLAY "STATEMENT FOR VOUCHER " VOUCHER-NUMBER " REPRINTED - "
           W-BILL-COUNT " RECEIPT(S) - SEE ers-self-billing.prn".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

GET-CURRENT-USER.

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

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
