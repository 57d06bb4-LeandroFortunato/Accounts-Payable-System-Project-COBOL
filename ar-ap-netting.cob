IDENTIFICATION DIVISION.
PROGRAM-ID. ar-ap-netting.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLARXREF.CBL".
      COPY "SLAROPEN.CBL".
      COPY "SLNETPRO.CBL".
      COPY "SLGLJRN.CBL".
      COPY "SLXMIT.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

      SELECT AR-IMPORT-FILE
             ASSIGN TO "ar-open-items.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT SETTLEMENT-FILE
             ASSIGN TO "ar-netting-settlement.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "netting-statement.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDARXREF.CBL".
      COPY "FDAROPEN.CBL".
      COPY "FDNETPRO.CBL".
      COPY "FDGLJRN.CBL".
      COPY "FDXMIT.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

      FD AR-IMPORT-FILE
         LABEL RECORDS ARE OMITTED.
*>    The billing system's open receivables, one invoice per line:
*>    customer number, invoice, invoice and due dates, the amount
*>    still open (implied two decimals) and the company billed.
      01 AR-IMPORT-RECORD.
         05 AI-CUSTOMER            PIC X(10).
         05 FILLER                 PIC X(01).
         05 AI-INVOICE             PIC X(15).
         05 FILLER                 PIC X(01).
         05 AI-INVOICE-DATE        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 AI-DUE-DATE            PIC 9(08).
         05 FILLER                 PIC X(01).
         05 AI-OPEN-AMOUNT         PIC 9(7)V99.
         05 FILLER                 PIC X(01).
         05 AI-COMPANY             PIC 9(01).

      FD SETTLEMENT-FILE
         LABEL RECORDS ARE OMITTED.
*>    Back to billing: each receivable settled by a netting, so the
*>    cash application can close it against the netting credit.
      01 SETTLEMENT-RECORD.
         05 SR-RECORD-TYPE         PIC X(02).
         05 FILLER                 PIC X(01).
         05 SR-CUSTOMER            PIC X(10).
         05 FILLER                 PIC X(01).
         05 SR-INVOICE             PIC X(15).
         05 FILLER                 PIC X(01).
         05 SR-APPLIED-AMOUNT      PIC 9(7)V99.
         05 FILLER                 PIC X(01).
         05 SR-SETTLED-DATE        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 SR-NETTING-NUMBER      PIC 9(05).
         05 FILLER                 PIC X(01).
         05 SR-CREDIT-VOUCHER      PIC 9(07).
         05 FILLER                 PIC X(01).
         05 SR-VENDOR              PIC 9(05).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(132).

      COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscompany.cbl".
      COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
      COPY "wsgljrn.cbl".
      COPY "wsxmit.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 4.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-VENDOR-GROUP            PIC X.
         88 END-OF-VENDOR-GROUP           VALUE "Y".

      01 W-END-OF-PROPOSALS               PIC X.
         88 END-OF-PROPOSALS              VALUE "Y".

      01 W-FOUND-VENDOR-RECORD            PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-XREF-RECORD              PIC X.
         88 FOUND-XREF-RECORD             VALUE "Y".

      01 W-FOUND-AROPEN-RECORD            PIC X.
         88 FOUND-AROPEN-RECORD           VALUE "Y".

      01 W-OPEN-PROPOSAL-EXISTS           PIC X.
         88 OPEN-PROPOSAL-EXISTS          VALUE "Y".

      01 W-ERROR-R-W-NEW-VOUCHER-NUMBER   PIC X.
         88 ERROR-R-W-NEW-VOUCHER-NUMBER  VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ACTION-IS-CONFIRMED           VALUE "Y".

      01 W-REVIEW-ACTION                  PIC X.
         88 REVIEW-APPROVE                VALUE "A".
         88 REVIEW-REJECT                 VALUE "R".
         88 REVIEW-IS-DONE                VALUE " ", "A", "R".

*>    The proposals awaiting approval, as listed for the pick.
      01 W-OPEN-PROPOSAL-TABLE.
         05 W-OPEN-PROPOSAL-NUMBER        PIC 9(05) OCCURS 20 TIMES.

*>    The receivables a netting settled, oldest first, kept for the
*>    statement that goes to the vendor.
      01 W-APPLIED-TABLE.
         05 W-APPLIED-COUNT               PIC 9(3) VALUE 0.
         05 W-APPLIED-ENTRY OCCURS 50 TIMES.
            10 W-APPLIED-INVOICE          PIC X(15).
            10 W-APPLIED-INVOICE-DATE     PIC 9(08).
            10 W-APPLIED-DUE-DATE         PIC 9(08).
            10 W-APPLIED-OPEN             PIC S9(7)V99.
            10 W-APPLIED-AMOUNT           PIC S9(7)V99.
      77 W-APPLIED-INDEX                  PIC 9(3).

      01 D-STATEMENT-TITLE.
         05 FILLER                  PIC X(30) VALUE "AR/AP NETTING STATEMENT NO. ".
         05 D-TITLE-NUMBER          PIC 9(05).
         05 FILLER                  PIC X(10) VALUE SPACES.
         05 FILLER                  PIC X(06) VALUE "DATE: ".
         05 D-TITLE-DATE            PIC 99/99/9999.

      01 D-AP-HEADING-1.
         05 FILLER                  PIC X(48) VALUE "  VOUCHER INVOICE         INV. DATE  DUE DATE  ".
         05 FILLER                  PIC X(15) VALUE "         AMOUNT".

      01 D-AR-HEADING-1.
         05 FILLER                  PIC X(48) VALUE "          INVOICE         INV. DATE  DUE DATE  ".
         05 FILLER                  PIC X(31) VALUE "    OPEN AMOUNT         APPLIED".

      01 D-HEADING-2.
         05 FILLER                  PIC X(48) VALUE "  ======= =============== ========== ========== ".
         05 FILLER                  PIC X(31) VALUE "=============== ===============".

      01 D-STATEMENT-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 D-VOUCHER               PIC Z(7).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-INVOICE               PIC X(15).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-INVOICE-DATE          PIC 99/99/9999.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-DUE-DATE              PIC 99/99/9999.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-APPLIED               PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.

      01 D-TOTAL-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 D-TOTAL-LABEL           PIC X(46).
         05 D-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-TOTAL-APPLIED         PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-CURRENT-VENDOR                 PIC 9(5).
      77 W-ITEM-COMPANY                   PIC 9(1).
      77 W-VOUCHER-COMPANY                PIC 9(1).
      77 W-AR-AVAILABLE                   PIC S9(9)V99.
      77 W-AR-ITEM-AVAILABLE              PIC S9(9)V99.
      77 W-AP-OPEN                        PIC S9(9)V99.
      77 W-PAYABLE-PART                   PIC S9(9)V99.
      77 W-NET-AMOUNT                     PIC S9(9)V99.
      77 W-LEFT-TO-APPLY                  PIC S9(9)V99.
      77 W-APPLY-NOW                      PIC S9(9)V99.
      77 W-AMOUNT-DROP                    PIC S9(9)V99.
      77 W-SETTLED-TOTAL                  PIC S9(9)V99.
      77 W-AP-LISTED-TOTAL                PIC S9(9)V99.
      77 W-NEXT-NETTING-NUMBER            PIC 9(5).
      77 W-REVIEW-NUMBER                  PIC 9(5).
      77 W-CREDIT-VOUCHER                 PIC 9(7).
      77 W-OLDEST-DUE-DATE                PIC 9(8).
      77 W-OLDEST-KEY                     PIC X(25).
      77 W-NETTING-ACCOUNT                PIC X(10).
      77 W-AP-ACCOUNT                     PIC X(10).
      77 W-OPEN-PROPOSAL-COUNT            PIC 99.
      77 W-PROPOSAL-PICK                  PIC 99.
      77 W-LINES-READ                     PIC 9(5).
      77 W-ITEMS-LOADED                   PIC 9(5).
      77 W-ITEMS-NOT-XREF                 PIC 9(5).
      77 W-ITEMS-DROPPED                  PIC 9(5).
      77 W-PROPOSALS-WRITTEN              PIC 9(5).
      77 W-SETTLEMENT-COUNT               PIC 9(5).
      77 W-VENDOR-NAME-SHOWN              PIC X(20).
      77 W-EDITED-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-EDITED-AP                      PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-EDITED-AR                      PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 ENTRY-CUSTOMER                   PIC X(10).
      77 ENTRY-XREF-VENDOR                PIC 9(5).

      77 BK-NETPRO-RECORD                 PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "AR-AP-NETTING".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(75).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Netting for trading partners who are both vendor and customer:
*>   the billing system's open receivables are loaded against the
*>   customer/vendor cross-reference, an offset of each partner's open
*>   payables against their open receivables is proposed, and a second
*>   user approves it. Approval cuts a netting credit voucher that the
*>   next payment run takes off the payment, writes the GL entry,
*>   sends the settled receivables back to billing and prints the
*>   statement that goes to the vendor with the remittance advice.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   OPEN I-O VOUCHER-FILE.
   OPEN I-O CONTROL-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN I-O AR-CUSTOMER-XREF-FILE.
   OPEN I-O AR-OPEN-ITEM-FILE.
   OPEN I-O NETTING-PROPOSAL-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO

   CLOSE VOUCHER-FILE.
   CLOSE CONTROL-FILE.
   CLOSE VENDOR-FILE.
   CLOSE AR-CUSTOMER-XREF-FILE.
   CLOSE AR-OPEN-ITEM-FILE.
   CLOSE NETTING-PROPOSAL-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                          AR/AP NETTING".
        DISPLAY " "
        DISPLAY "                   ----------------------------------------".
        DISPLAY "                   | 1 - IMPORT OPEN RECEIVABLES          |".
        DISPLAY "                   | 2 - PROPOSE NETTING                  |".
        DISPLAY "                   | 3 - REVIEW / APPROVE PROPOSALS       |".
        DISPLAY "                   | 4 - CUSTOMER / VENDOR CROSS-REFERENCE|".
        DISPLAY "                   | 0 - EXIT                             |".
        DISPLAY "                   ----------------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 10 TIMES.
        ACCEPT W-OPTION

        IF W-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-OPTION = 1
      PERFORM IMPORT-MODULE.

   IF W-OPTION = 2
      PERFORM PROPOSE-MODULE.

   IF W-OPTION = 3
      PERFORM REVIEW-MODULE.

   IF W-OPTION = 4
      PERFORM XREF-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

IMPORT-MODULE.

   DISPLAY "                 IMPORT OPEN RECEIVABLES".
   DISPLAY " ".
   DISPLAY "READS AR-OPEN-ITEMS.TXT FROM THE BILLING SYSTEM. INVOICES OF".
   DISPLAY "CROSS-REFERENCED CUSTOMERS REPLACE THE ONES ON FILE; THOSE NO".
   DISPLAY "LONGER OPEN ARE DROPPED.".
   DISPLAY " ".

   MOVE "DO YOU CONFIRM RUNNING THE IMPORT ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM CONFIRM-EXECUTION. *> force first loop
   PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF ACTION-IS-CONFIRMED
      PERFORM RUN-THE-IMPORT.
*>_________________________________________________________________________

RUN-THE-IMPORT.

   MOVE ZEROS TO W-LINES-READ.
   MOVE ZEROS TO W-ITEMS-LOADED.
   MOVE ZEROS TO W-ITEMS-NOT-XREF.
   MOVE ZEROS TO W-ITEMS-DROPPED.

   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-AR-OPEN-ITEMS.
   PERFORM UNMARK-NEXT-AR-ITEM UNTIL END-OF-FILE.

   OPEN INPUT AR-IMPORT-FILE.
   MOVE "N" TO W-END-OF-FILE.
   PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE.
   CLOSE AR-IMPORT-FILE.

   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-AR-OPEN-ITEMS.
   PERFORM DROP-NEXT-UNSEEN-AR-ITEM UNTIL END-OF-FILE.

   DISPLAY " ".
   DISPLAY W-LINES-READ " LINE(S) READ, " W-ITEMS-LOADED " LOADED, "
           W-ITEMS-NOT-XREF " OF CUSTOMERS NOT CROSS-REFERENCED.".
   DISPLAY W-ITEMS-DROPPED " RECEIVABLE(S) NO LONGER OPEN DROPPED.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

START-AR-OPEN-ITEMS.

   MOVE LOW-VALUES TO AROPEN-KEY.
   START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

UNMARK-NEXT-AR-ITEM.

   READ AR-OPEN-ITEM-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE "N" TO AROPEN-SEEN
         REWRITE AROPEN-RECORD
            INVALID KEY
               MOVE "REWRITE"  TO W-EXCLOG-OPERATION
               MOVE AROPEN-KEY TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
         END-REWRITE
   END-READ.
*>_________________________________________________________________________

IMPORT-NEXT-LINE.

   READ AR-IMPORT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         ADD 1 TO W-LINES-READ
         PERFORM IMPORT-ONE-LINE
   END-READ.
*>_________________________________________________________________________

IMPORT-ONE-LINE.

   INSPECT AI-CUSTOMER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   INSPECT AI-INVOICE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   MOVE AI-CUSTOMER TO ARXREF-CUSTOMER.
   MOVE "Y" TO W-FOUND-XREF-RECORD.
   READ AR-CUSTOMER-XREF-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-XREF-RECORD.

   IF NOT FOUND-XREF-RECORD
      ADD 1 TO W-ITEMS-NOT-XREF
   ELSE
      MOVE AI-CUSTOMER TO AROPEN-CUSTOMER
      MOVE AI-INVOICE  TO AROPEN-INVOICE
      MOVE "Y" TO W-FOUND-AROPEN-RECORD
      READ AR-OPEN-ITEM-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-AROPEN-RECORD
      END-READ
      IF FOUND-AROPEN-RECORD
         PERFORM REFRESH-AR-OPEN-ITEM
      ELSE
         PERFORM ADD-AR-OPEN-ITEM.
*>_________________________________________________________________________

REFRESH-AR-OPEN-ITEM.

*>   Once billing has applied a settlement the open amount comes back
*>   lower; whatever it dropped by is no longer pending here.

   IF AI-OPEN-AMOUNT LESS THAN AROPEN-OPEN-AMOUNT
      COMPUTE W-AMOUNT-DROP = AROPEN-OPEN-AMOUNT - AI-OPEN-AMOUNT
      IF W-AMOUNT-DROP NOT LESS THAN AROPEN-NETTED-AMOUNT
         MOVE ZEROS TO AROPEN-NETTED-AMOUNT
      ELSE
         SUBTRACT W-AMOUNT-DROP FROM AROPEN-NETTED-AMOUNT.

   MOVE ARXREF-VENDOR   TO AROPEN-VENDOR.
   MOVE AI-COMPANY      TO AROPEN-COMPANY.
   MOVE AI-INVOICE-DATE TO AROPEN-INVOICE-DATE.
   MOVE AI-DUE-DATE     TO AROPEN-DUE-DATE.
   MOVE AI-OPEN-AMOUNT  TO AROPEN-OPEN-AMOUNT.
   MOVE W-DAY-TODAY     TO AROPEN-IMPORT-DATE.
   MOVE "Y"             TO AROPEN-SEEN.

   REWRITE AROPEN-RECORD
      INVALID KEY
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE AROPEN-KEY TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         ADD 1 TO W-ITEMS-LOADED
   END-REWRITE.
*>_________________________________________________________________________

ADD-AR-OPEN-ITEM.

   MOVE SPACES          TO AROPEN-RECORD.
   MOVE AI-CUSTOMER     TO AROPEN-CUSTOMER.
   MOVE AI-INVOICE      TO AROPEN-INVOICE.
   MOVE ARXREF-VENDOR   TO AROPEN-VENDOR.
   MOVE AI-COMPANY      TO AROPEN-COMPANY.
   MOVE AI-INVOICE-DATE TO AROPEN-INVOICE-DATE.
   MOVE AI-DUE-DATE     TO AROPEN-DUE-DATE.
   MOVE AI-OPEN-AMOUNT  TO AROPEN-OPEN-AMOUNT.
   MOVE ZEROS           TO AROPEN-NETTED-AMOUNT.
   MOVE W-DAY-TODAY     TO AROPEN-IMPORT-DATE.
   MOVE "Y"             TO AROPEN-SEEN.

   WRITE AROPEN-RECORD
      INVALID KEY
         MOVE "WRITE"    TO W-EXCLOG-OPERATION
         MOVE AROPEN-KEY TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         ADD 1 TO W-ITEMS-LOADED
   END-WRITE.
*>_________________________________________________________________________

DROP-NEXT-UNSEEN-AR-ITEM.

   READ AR-OPEN-ITEM-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF NOT AROPEN-IS-SEEN
            DELETE AR-OPEN-ITEM-FILE RECORD
               INVALID KEY
                  MOVE "DELETE"   TO W-EXCLOG-OPERATION
                  MOVE AROPEN-KEY TO W-EXCLOG-KEY
                  PERFORM LOG-EXCEPTION-ENTRY
               NOT INVALID KEY
                  ADD 1 TO W-ITEMS-DROPPED
            END-DELETE
         END-IF
   END-READ.
*>_________________________________________________________________________

PROPOSE-MODULE.

   DISPLAY "                      PROPOSE NETTING".
   DISPLAY " ".
   DISPLAY "OFFSETS EACH CROSS-REFERENCED VENDOR'S OPEN, APPROVED PAYABLES".
   DISPLAY "AGAINST THEIR OPEN RECEIVABLES - THE SMALLER OF THE TWO. A".
   DISPLAY "VENDOR WITH A PROPOSAL STILL WAITING FOR APPROVAL IS SKIPPED.".
   DISPLAY " ".

   MOVE "DO YOU CONFIRM BUILDING THE PROPOSALS ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM CONFIRM-EXECUTION. *> force first loop
   PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF ACTION-IS-CONFIRMED
      PERFORM BUILD-THE-PROPOSALS.
*>_________________________________________________________________________

BUILD-THE-PROPOSALS.

   MOVE ZEROS TO W-PROPOSALS-WRITTEN.
   PERFORM FIND-NEXT-NETTING-NUMBER.

   DISPLAY " ".
   DISPLAY "NUMBER VENDOR               OPEN PAYABLES    OPEN RECEIVABLE       NET OFFSET".
   DISPLAY "------ -------------------- --------------- --------------- ---------------".

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO AROPEN-VENDOR.
   START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   IF NOT END-OF-FILE
      PERFORM READ-NEXT-AR-BY-VENDOR.

   PERFORM PROPOSE-ONE-VENDOR UNTIL END-OF-FILE.

   DISPLAY " ".
   DISPLAY W-PROPOSALS-WRITTEN " NETTING PROPOSAL(S) WAITING FOR APPROVAL.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

READ-NEXT-AR-BY-VENDOR.

   READ AR-OPEN-ITEM-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

PROPOSE-ONE-VENDOR.

   MOVE AROPEN-VENDOR TO W-CURRENT-VENDOR.
   MOVE ZEROS TO W-AR-AVAILABLE.

   PERFORM ADD-AR-ITEM-READ-NEXT UNTIL END-OF-FILE
                                    OR AROPEN-VENDOR NOT EQUAL W-CURRENT-VENDOR.

   IF W-AR-AVAILABLE GREATER THAN ZEROS
      PERFORM CHECK-OPEN-PROPOSAL-FOR-VENDOR
      IF NOT OPEN-PROPOSAL-EXISTS
         PERFORM TOTAL-VENDOR-OPEN-PAYABLES
         IF W-AP-OPEN GREATER THAN ZEROS
            PERFORM WRITE-NETTING-PROPOSAL.
*>_________________________________________________________________________

ADD-AR-ITEM-READ-NEXT.

   PERFORM SET-AR-ITEM-AVAILABLE.
   ADD W-AR-ITEM-AVAILABLE TO W-AR-AVAILABLE.

   PERFORM READ-NEXT-AR-BY-VENDOR.
*>_________________________________________________________________________

SET-AR-ITEM-AVAILABLE.

*>   Only this company's receivables; an item billed before companies
*>   were split out counts as company 1.

   MOVE ZEROS TO W-AR-ITEM-AVAILABLE.
   MOVE AROPEN-COMPANY TO W-ITEM-COMPANY.
   IF W-ITEM-COMPANY EQUAL ZERO
      MOVE 1 TO W-ITEM-COMPANY.

   IF W-ITEM-COMPANY EQUAL W-SESSION-COMPANY
      COMPUTE W-AR-ITEM-AVAILABLE = AROPEN-OPEN-AMOUNT - AROPEN-NETTED-AMOUNT
      IF W-AR-ITEM-AVAILABLE LESS THAN ZEROS
         MOVE ZEROS TO W-AR-ITEM-AVAILABLE.
*>_________________________________________________________________________

CHECK-OPEN-PROPOSAL-FOR-VENDOR.

   MOVE "N" TO W-OPEN-PROPOSAL-EXISTS.
   MOVE "N" TO W-END-OF-PROPOSALS.
   MOVE W-CURRENT-VENDOR TO NETPRO-VENDOR.
   START NETTING-PROPOSAL-FILE KEY IS NOT LESS THAN NETPRO-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-PROPOSALS.

   PERFORM CHECK-NEXT-VENDOR-PROPOSAL UNTIL END-OF-PROPOSALS.
*>_________________________________________________________________________

CHECK-NEXT-VENDOR-PROPOSAL.

   READ NETTING-PROPOSAL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-PROPOSALS
      NOT AT END
         IF NETPRO-VENDOR NOT EQUAL W-CURRENT-VENDOR
            MOVE "Y" TO W-END-OF-PROPOSALS
         ELSE
            IF NETPRO-IS-PROPOSED
               MOVE "Y" TO W-OPEN-PROPOSAL-EXISTS
               MOVE "Y" TO W-END-OF-PROPOSALS
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

TOTAL-VENDOR-OPEN-PAYABLES.

*>   What the next payment run would owe the vendor: approved, unpaid,
*>   not held, credits included, less any retainage not yet released.

   MOVE ZEROS TO W-AP-OPEN.
   MOVE "N" TO W-END-OF-VENDOR-GROUP.
   MOVE W-CURRENT-VENDOR TO VOUCHER-VENDOR.
   START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
      INVALID KEY
         MOVE "Y" TO W-END-OF-VENDOR-GROUP.

   PERFORM ADD-NEXT-OPEN-PAYABLE UNTIL END-OF-VENDOR-GROUP.
*>_________________________________________________________________________

ADD-NEXT-OPEN-PAYABLE.

   READ VOUCHER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-VENDOR-GROUP
      NOT AT END
         IF VOUCHER-VENDOR NOT EQUAL W-CURRENT-VENDOR
            MOVE "Y" TO W-END-OF-VENDOR-GROUP
         ELSE
            PERFORM CHECK-VOUCHER-IS-OPEN-PAYABLE
            ADD W-PAYABLE-PART TO W-AP-OPEN
         END-IF
   END-READ.
*>_________________________________________________________________________

CHECK-VOUCHER-IS-OPEN-PAYABLE.

   MOVE ZEROS TO W-PAYABLE-PART.
   MOVE VOUCHER-COMPANY TO W-VOUCHER-COMPANY.
   IF W-VOUCHER-COMPANY EQUAL ZERO
      MOVE 1 TO W-VOUCHER-COMPANY.

   IF VOUCHER-PAID-DATE EQUAL ZEROS
      AND VOUCHER-IS-APPROVED
      AND NOT VOUCHER-ON-HOLD
      AND W-VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
      MOVE VOUCHER-AMOUNT TO W-PAYABLE-PART
      IF VOUCHER-RETAINAGE-AMOUNT NOT EQUAL ZEROS
         AND NOT RETAINAGE-IS-RELEASED
         SUBTRACT VOUCHER-RETAINAGE-AMOUNT FROM W-PAYABLE-PART.
*>_________________________________________________________________________

WRITE-NETTING-PROPOSAL.

   IF W-AP-OPEN LESS THAN W-AR-AVAILABLE
      MOVE W-AP-OPEN TO W-NET-AMOUNT
   ELSE
      MOVE W-AR-AVAILABLE TO W-NET-AMOUNT.

   MOVE SPACES                 TO NETPRO-RECORD.
   MOVE W-NEXT-NETTING-NUMBER  TO NETPRO-NUMBER.
   MOVE W-CURRENT-VENDOR       TO NETPRO-VENDOR.
   MOVE W-SESSION-COMPANY      TO NETPRO-COMPANY.
   MOVE "PROPOSED"             TO NETPRO-STATUS.
   MOVE W-AP-OPEN              TO NETPRO-AP-OPEN.
   MOVE W-AR-AVAILABLE         TO NETPRO-AR-OPEN.
   MOVE W-NET-AMOUNT           TO NETPRO-NET-AMOUNT.
   MOVE W-CURRENT-USER-ID      TO NETPRO-PROPOSED-BY.
   MOVE W-DAY-TODAY            TO NETPRO-PROPOSED-DATE.
   MOVE ZEROS                  TO NETPRO-APPROVED-DATE NETPRO-CREDIT-VOUCHER.

   WRITE NETPRO-RECORD
      INVALID KEY
         MOVE "WRITE"       TO W-EXCLOG-OPERATION
         MOVE NETPRO-NUMBER TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         ADD 1 TO W-PROPOSALS-WRITTEN
         ADD 1 TO W-NEXT-NETTING-NUMBER
         MOVE "NETPRO"       TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE NETPRO-NUMBER  TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE NETPRO-RECORD  TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         PERFORM SET-VENDOR-NAME-SHOWN
         MOVE W-AP-OPEN      TO W-EDITED-AP
         MOVE W-AR-AVAILABLE TO W-EDITED-AR
         MOVE W-NET-AMOUNT   TO W-EDITED-AMOUNT
         DISPLAY " " NETPRO-NUMBER " " W-VENDOR-NAME-SHOWN " " W-EDITED-AP
                 " " W-EDITED-AR " " W-EDITED-AMOUNT
   END-WRITE.
*>_________________________________________________________________________

FIND-NEXT-NETTING-NUMBER.

   MOVE ZEROS TO W-NEXT-NETTING-NUMBER.
   MOVE "N" TO W-END-OF-PROPOSALS.
   MOVE ZEROS TO NETPRO-NUMBER.
   START NETTING-PROPOSAL-FILE KEY IS NOT LESS THAN NETPRO-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-PROPOSALS.

   PERFORM SCAN-NEXT-NETTING-NUMBER UNTIL END-OF-PROPOSALS.
   ADD 1 TO W-NEXT-NETTING-NUMBER.
*>_________________________________________________________________________

SCAN-NEXT-NETTING-NUMBER.

   READ NETTING-PROPOSAL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-PROPOSALS
      NOT AT END
         MOVE NETPRO-NUMBER TO W-NEXT-NETTING-NUMBER
   END-READ.
*>_________________________________________________________________________

SET-VENDOR-NAME-SHOWN.

   MOVE W-CURRENT-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF FOUND-VENDOR-RECORD
      MOVE VENDOR-NAME TO W-VENDOR-NAME-SHOWN
   ELSE
      MOVE "** NOT ON FILE **" TO W-VENDOR-NAME-SHOWN.
*>_________________________________________________________________________

REVIEW-MODULE.

   PERFORM GET-PROPOSAL-PICK.
   PERFORM REVIEW-AND-PICK-ANOTHER UNTIL W-PROPOSAL-PICK EQUAL ZERO.
*>_________________________________________________________________________

GET-PROPOSAL-PICK.

     PERFORM PICK-A-PROPOSAL. *> force first pass
     PERFORM PICK-A-PROPOSAL UNTIL
                               W-PROPOSAL-PICK NOT GREATER THAN W-OPEN-PROPOSAL-COUNT.
*>_________________________________________________________________________

PICK-A-PROPOSAL.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                    NETTING PROPOSALS AWAITING APPROVAL".
     DISPLAY " ".
     DISPLAY "  # NUMBER VENDOR                   NET OFFSET PROPOSED BY".
     DISPLAY " -- ------ -------------------- --------------- -----------".

     MOVE ZEROS TO W-OPEN-PROPOSAL-COUNT.
     MOVE "N" TO W-END-OF-PROPOSALS.
     MOVE ZEROS TO NETPRO-NUMBER.
     START NETTING-PROPOSAL-FILE KEY IS NOT LESS THAN NETPRO-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-PROPOSALS.

     PERFORM LIST-NEXT-OPEN-PROPOSAL UNTIL END-OF-PROPOSALS.

     PERFORM JUMP-LINE.
     MOVE ZEROS TO W-PROPOSAL-PICK.
     IF W-OPEN-PROPOSAL-COUNT EQUAL ZEROS
        DISPLAY "NO NETTING PROPOSAL IS WAITING FOR APPROVAL ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        DISPLAY "WHICH PROPOSAL DO YOU WANT TO REVIEW ? (#, 0 TO RETURN)"
        ACCEPT W-PROPOSAL-PICK
        IF W-PROPOSAL-PICK GREATER THAN W-OPEN-PROPOSAL-COUNT
           DISPLAY "INVALID PROPOSAL NUMBER ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-OPEN-PROPOSAL.

     READ NETTING-PROPOSAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-PROPOSALS
        NOT AT END
           IF NETPRO-IS-PROPOSED
              AND (NETPRO-COMPANY EQUAL W-SESSION-COMPANY
                   OR (NETPRO-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              PERFORM LIST-ONE-OPEN-PROPOSAL
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-OPEN-PROPOSAL.

     IF W-OPEN-PROPOSAL-COUNT EQUAL 20
        DISPLAY " ** MORE PROPOSALS ARE WAITING - APPROVE OR REJECT THESE FIRST **"
        MOVE "Y" TO W-END-OF-PROPOSALS
     ELSE
        ADD 1 TO W-OPEN-PROPOSAL-COUNT
        MOVE NETPRO-NUMBER TO W-OPEN-PROPOSAL-NUMBER(W-OPEN-PROPOSAL-COUNT)
        MOVE NETPRO-VENDOR TO W-CURRENT-VENDOR
        PERFORM SET-VENDOR-NAME-SHOWN
        MOVE NETPRO-NET-AMOUNT TO W-EDITED-AMOUNT
        DISPLAY " " W-OPEN-PROPOSAL-COUNT " " NETPRO-NUMBER "  "
                W-VENDOR-NAME-SHOWN " " W-EDITED-AMOUNT " " NETPRO-PROPOSED-BY.
*>_________________________________________________________________________

REVIEW-AND-PICK-ANOTHER.

     MOVE W-OPEN-PROPOSAL-NUMBER(W-PROPOSAL-PICK) TO W-REVIEW-NUMBER.
     PERFORM READ-REVIEW-PROPOSAL.

     IF NOT NETPRO-IS-PROPOSED
        DISPLAY "PROPOSAL NO LONGER WAITING FOR APPROVAL ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE "X" TO W-REVIEW-ACTION
        PERFORM REVIEW-ONE-PROPOSAL UNTIL REVIEW-IS-DONE.

     PERFORM GET-PROPOSAL-PICK.
*>_________________________________________________________________________

READ-REVIEW-PROPOSAL.

     MOVE W-REVIEW-NUMBER TO NETPRO-NUMBER.
     READ NETTING-PROPOSAL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO NETPRO-STATUS.
*>_________________________________________________________________________

REVIEW-ONE-PROPOSAL.

     PERFORM SHOW-PROPOSAL.

     DISPLAY "A - APPROVE THE NETTING   R - REJECT IT   <ENTER> - LEAVE IT FOR LATER".
     MOVE SPACES TO W-REVIEW-ACTION.
     ACCEPT W-REVIEW-ACTION.
     INSPECT W-REVIEW-ACTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF REVIEW-APPROVE
        IF NETPRO-PROPOSED-BY NOT EQUAL SPACES
           AND NETPRO-PROPOSED-BY EQUAL W-CURRENT-USER-ID
           DISPLAY "YOU PROPOSED THIS NETTING - A SECOND USER MUST APPROVE IT !"
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "X" TO W-REVIEW-ACTION
        ELSE
           MOVE "APPROVE THE NETTING AND CUT THE CREDIT VOUCHER ? <Y/N>"
             TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF ACTION-IS-CONFIRMED
              PERFORM APPROVE-NETTING
           ELSE
              MOVE "X" TO W-REVIEW-ACTION
           END-IF
        END-IF
     ELSE
        IF REVIEW-REJECT
           MOVE "REJECT THE NETTING ? NOTHING IS OFFSET <Y/N>" TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF ACTION-IS-CONFIRMED
              PERFORM REJECT-NETTING
           ELSE
              MOVE "X" TO W-REVIEW-ACTION
           END-IF
        ELSE
           IF NOT REVIEW-IS-DONE
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

SHOW-PROPOSAL.

     PERFORM CLEAR-SCREEN.

     PERFORM READ-REVIEW-PROPOSAL.
     MOVE NETPRO-VENDOR TO W-CURRENT-VENDOR.
     PERFORM SET-VENDOR-NAME-SHOWN.

     MOVE NETPRO-AP-OPEN    TO W-EDITED-AP.
     MOVE NETPRO-AR-OPEN    TO W-EDITED-AR.
     MOVE NETPRO-NET-AMOUNT TO W-EDITED-AMOUNT.
     DISPLAY "NETTING " NETPRO-NUMBER " - VENDOR " NETPRO-VENDOR " " VENDOR-NAME.
     DISPLAY "PROPOSED BY " NETPRO-PROPOSED-BY " - OPEN PAYABLES " W-EDITED-AP
             ", OPEN RECEIVABLES " W-EDITED-AR.
     DISPLAY "NET OFFSET " W-EDITED-AMOUNT.
     DISPLAY " ".
     DISPLAY "OPEN PAYABLES:".
     DISPLAY "VOUCHER INVOICE         DUE DATE            AMOUNT".
     DISPLAY "------- --------------- ---------- ---------------".

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO VOUCHER-VENDOR.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM SHOW-NEXT-OPEN-PAYABLE UNTIL END-OF-VENDOR-GROUP.

     DISPLAY " ".
     DISPLAY "OPEN RECEIVABLES:".
     DISPLAY "CUSTOMER   INVOICE         DUE DATE         AVAILABLE".
     DISPLAY "---------- --------------- ---------- ---------------".

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO AROPEN-VENDOR.
     START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM SHOW-NEXT-OPEN-RECEIVABLE UNTIL END-OF-VENDOR-GROUP.

     DISPLAY " ".
*>_________________________________________________________________________

SHOW-NEXT-OPEN-PAYABLE.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VOUCHER-VENDOR NOT EQUAL W-CURRENT-VENDOR
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              PERFORM CHECK-VOUCHER-IS-OPEN-PAYABLE
              IF W-PAYABLE-PART NOT EQUAL ZEROS
                 COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DUE * 10000.0001
                 MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
                 MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
                 MOVE W-PAYABLE-PART TO W-EDITED-AMOUNT
                 DISPLAY VOUCHER-NUMBER " " VOUCHER-INVOICE " "
                         W-FORMATTED-DATE " " W-EDITED-AMOUNT
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SHOW-NEXT-OPEN-RECEIVABLE.

     READ AR-OPEN-ITEM-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF AROPEN-VENDOR NOT EQUAL W-CURRENT-VENDOR
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              PERFORM SET-AR-ITEM-AVAILABLE
              IF W-AR-ITEM-AVAILABLE NOT EQUAL ZEROS
                 COMPUTE DUMMY-FOR-DATE-12 = AROPEN-DUE-DATE * 10000.0001
                 MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
                 MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
                 MOVE W-AR-ITEM-AVAILABLE TO W-EDITED-AMOUNT
                 DISPLAY AROPEN-CUSTOMER " " AROPEN-INVOICE " "
                         W-FORMATTED-DATE " " W-EDITED-AMOUNT
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

REJECT-NETTING.

     PERFORM READ-REVIEW-PROPOSAL.
     MOVE NETPRO-RECORD     TO BK-NETPRO-RECORD.
     MOVE "REJECTED"        TO NETPRO-STATUS.
     MOVE W-CURRENT-USER-ID TO NETPRO-APPROVED-BY.
     MOVE W-DAY-TODAY       TO NETPRO-APPROVED-DATE.
     PERFORM REWRITE-REVIEW-PROPOSAL.

     DISPLAY "NETTING REJECTED - NOTHING WAS OFFSET ! <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

REWRITE-REVIEW-PROPOSAL.

     REWRITE NETPRO-RECORD
        INVALID KEY
           MOVE "REWRITE"     TO W-EXCLOG-OPERATION
           MOVE NETPRO-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
           DISPLAY "*** ERROR REWRITING THE NETTING PROPOSAL ! ***"
        NOT INVALID KEY
           MOVE "NETPRO"         TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"         TO W-SYSAUD-ACTION
           MOVE NETPRO-NUMBER    TO W-SYSAUD-KEY
           MOVE BK-NETPRO-RECORD TO W-SYSAUD-BEFORE-IMAGE
           MOVE NETPRO-RECORD    TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
     END-REWRITE.
*>_________________________________________________________________________

APPROVE-NETTING.

*>   Payables and receivables may have moved since the proposal was
*>   built, so the offset is re-measured and never exceeds either side
*>   or what was proposed.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-AR-NETTING-ACCT CONTROL-AP-GL-ACCOUNT.
     MOVE CONTROL-AR-NETTING-ACCT TO W-NETTING-ACCOUNT.
     MOVE CONTROL-AP-GL-ACCOUNT   TO W-AP-ACCOUNT.
     MOVE CONTROL-COMPANY-NAME      TO COMPANY-HEADING-NAME.
     MOVE CONTROL-COMPANY-ADDRESS-1 TO COMPANY-HEADING-ADDRESS.
     MOVE CONTROL-COMPANY-CITY      TO COMPANY-HEADING-CITY.
     MOVE CONTROL-COMPANY-STATE     TO COMPANY-HEADING-STATE.
     MOVE CONTROL-COMPANY-ZIP       TO COMPANY-HEADING-ZIP.

     PERFORM READ-REVIEW-PROPOSAL.
     MOVE NETPRO-VENDOR TO W-CURRENT-VENDOR.

     PERFORM TOTAL-VENDOR-OPEN-PAYABLES.

     MOVE ZEROS TO W-AR-AVAILABLE.
     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO AROPEN-VENDOR.
     START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM ADD-NEXT-VENDOR-RECEIVABLE UNTIL END-OF-VENDOR-GROUP.

     PERFORM READ-REVIEW-PROPOSAL.
     MOVE NETPRO-NET-AMOUNT TO W-NET-AMOUNT.
     IF W-AP-OPEN LESS THAN W-NET-AMOUNT
        MOVE W-AP-OPEN TO W-NET-AMOUNT.
     IF W-AR-AVAILABLE LESS THAN W-NET-AMOUNT
        MOVE W-AR-AVAILABLE TO W-NET-AMOUNT.

     IF W-NETTING-ACCOUNT EQUAL SPACES
        DISPLAY "*** NO AR NETTING ACCOUNT ON THE CONTROL FILE - SET FIELD 34 FIRST ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
        MOVE "X" TO W-REVIEW-ACTION
     ELSE
     IF W-NET-AMOUNT NOT GREATER THAN ZEROS
        DISPLAY "NOTHING IS LEFT TO NET - THE PAYABLES OR RECEIVABLES WERE SETTLED."
        DISPLAY "REJECT THE PROPOSAL. <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        MOVE "X" TO W-REVIEW-ACTION
     ELSE
        PERFORM GENERATE-NETTING-CREDIT
        IF ERROR-R-W-NEW-VOUCHER-NUMBER
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY
           MOVE "X" TO W-REVIEW-ACTION
        ELSE
           PERFORM WRITE-NETTING-JOURNAL
           PERFORM SETTLE-THE-RECEIVABLES
           PERFORM CLOSE-APPROVED-PROPOSAL
           PERFORM PRINT-NETTING-STATEMENT
           MOVE W-NET-AMOUNT TO W-EDITED-AMOUNT
           DISPLAY " "
           DISPLAY "NETTING " W-REVIEW-NUMBER " APPROVED - CREDIT VOUCHER "
                   W-CREDIT-VOUCHER " FOR " W-EDITED-AMOUNT
           DISPLAY W-SETTLEMENT-COUNT " RECEIVABLE(S) SENT BACK ON AR-NETTING-SETTLEMENT.TXT"
           DISPLAY "STATEMENT ON NETTING-STATEMENT.PRN - SEND IT WITH THE REMITTANCE."
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

ADD-NEXT-VENDOR-RECEIVABLE.

     READ AR-OPEN-ITEM-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF AROPEN-VENDOR NOT EQUAL W-CURRENT-VENDOR
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              PERFORM SET-AR-ITEM-AVAILABLE
              ADD W-AR-ITEM-AVAILABLE TO W-AR-AVAILABLE
           END-IF
     END-READ.
*>_________________________________________________________________________

GENERATE-NETTING-CREDIT.

*>   The credit is born approved - the netting approval is its
*>   approval - and already GL-posted, since the journal is written
*>   here. The payment selection picks it up with the vendor's bills
*>   and the consolidated payment comes out short by the offset.

     MOVE SPACES TO VOUCHER-RECORD.
     MOVE ZEROS  TO VOUCHER-NUMBER.
     MOVE W-CURRENT-VENDOR TO VOUCHER-VENDOR.
     MOVE W-SESSION-COMPANY TO VOUCHER-COMPANY.
     MOVE SPACES TO VOUCHER-INVOICE.
     STRING "NETTING-" W-REVIEW-NUMBER
       DELIMITED BY SIZE INTO VOUCHER-INVOICE
     END-STRING.
     MOVE "AR/AP NETTING - OFFSET OF OPEN RECEIVABLES" TO VOUCHER-FOR-LINE (1).
     MOVE "CREDIT" TO VOUCHER-TYPE.
     MOVE W-DAY-TODAY TO VOUCHER-DATE.
     MOVE W-DAY-TODAY TO VOUCHER-DUE.
     MOVE "N" TO VOUCHER-DEDUCTIBLE.
     MOVE "N" TO VOUCHER-TAXABLE.
     MOVE "N" TO VOUCHER-SELECTED.
     MOVE "N" TO VOUCHER-USE-TAX.
     MOVE ZEROS TO VOUCHER-PAID-AMOUNT VOUCHER-PAID-DATE VOUCHER-CHECK-NO
                   VOUCHER-DISCOUNT-DATE VOUCHER-TAX-AMOUNT
                   VOUCHER-SPLIT-FROM-NUMBER VOUCHER-PO-NUMBER
                   VOUCHER-USE-TAX-AMOUNT VOUCHER-FOREIGN-AMOUNT
                   VOUCHER-EXCHANGE-RATE VOUCHER-BATCH-NUMBER
                   VOUCHER-RETAINAGE-PERCENT VOUCHER-RETAINAGE-AMOUNT.
     MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
     MOVE SPACES TO VOUCHER-CURRENCY.

     COMPUTE VOUCHER-AMOUNT = ZERO - W-NET-AMOUNT.
     MOVE 1 TO VOUCHER-GL-LINE-COUNT.
     MOVE W-NETTING-ACCOUNT TO VOUCHER-GL-ACCOUNT (1).
     MOVE VOUCHER-AMOUNT    TO VOUCHER-GL-AMOUNT (1).

     MOVE NETPRO-PROPOSED-BY TO VOUCHER-ENTERED-BY.
     MOVE W-CURRENT-USER-ID  TO VOUCHER-APPROVED-BY.

     MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.
     MOVE 1 TO CONTROL-KEY. *> voucher numbers are one global sequence, whatever the company
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

     IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
        ADD 1 TO CONTROL-LAST-VOUCHER
        MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
        MOVE "APPROVED" TO VOUCHER-STATUS
        MOVE "N" TO VOUCHER-HOLD
        MOVE "Y" TO VOUCHER-GL-POSTED
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
              MOVE "Y"            TO W-ERROR-R-W-NEW-VOUCHER-NUMBER
              MOVE "WRITE"        TO W-EXCLOG-OPERATION
              MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
              PERFORM LOG-EXCEPTION-ENTRY
              DISPLAY "*** ERROR WRITING THE NETTING CREDIT VOUCHER ! ***"
           NOT INVALID KEY
              MOVE VOUCHER-NUMBER TO W-CREDIT-VOUCHER
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

WRITE-NETTING-JOURNAL.

*>   The payable is relieved and the receivable cleared: debit AP,
*>   credit the netting account the receivables are settled through.

     OPEN EXTEND GL-JOURNAL-FILE.

     MOVE W-DAY-TODAY       TO W-GLJ-POSTING-DATE.
     MOVE W-CREDIT-VOUCHER  TO W-GLJ-VOUCHER-NUMBER.
     MOVE SPACES TO W-GLJ-DESCRIPTION.
     STRING "AR/AP NETTING " W-REVIEW-NUMBER " VENDOR " W-CURRENT-VENDOR
       DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
     END-STRING.
     MOVE W-AP-ACCOUNT      TO W-GLJ-DEBIT-ACCOUNT.
     MOVE W-NETTING-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT.
     MOVE W-NET-AMOUNT      TO W-GLJ-AMOUNT.
     PERFORM WRITE-GL-JOURNAL-PAIR.
     PERFORM WRITE-GL-JOURNAL-TRAILER.

     CLOSE GL-JOURNAL-FILE.
*>_________________________________________________________________________

SETTLE-THE-RECEIVABLES.

*>   The offset settles the vendor's receivables oldest due first; each
*>   settled item goes back to billing and stays pending here until
*>   the next import shows it reduced.

     MOVE ZEROS TO W-APPLIED-COUNT.
     MOVE ZEROS TO W-SETTLEMENT-COUNT.
     MOVE ZEROS TO W-SETTLED-TOTAL.
     MOVE W-NET-AMOUNT TO W-LEFT-TO-APPLY.

     OPEN EXTEND SETTLEMENT-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM SETTLE-OLDEST-RECEIVABLE UNTIL W-LEFT-TO-APPLY NOT GREATER THAN ZEROS
                                         OR END-OF-FILE.

     CLOSE SETTLEMENT-FILE.

     MOVE "AR-AP-NETTING"             TO W-XMIT-PROGRAM.
     MOVE "ar-netting-settlement.txt" TO W-XMIT-FILE-NAME.
     MOVE W-SETTLEMENT-COUNT          TO W-XMIT-RECORD-COUNT.
     MOVE W-SETTLED-TOTAL             TO W-XMIT-TOTAL-AMOUNT.
     MOVE 2                           TO W-XMIT-DEADLINE-DAYS.
     PERFORM LOG-TRANSMISSION.
*>_________________________________________________________________________

SETTLE-OLDEST-RECEIVABLE.

     MOVE 99999999 TO W-OLDEST-DUE-DATE.
     MOVE SPACES TO W-OLDEST-KEY.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO AROPEN-VENDOR.
     START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AROPEN-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM FIND-NEXT-OLDEST-RECEIVABLE UNTIL END-OF-VENDOR-GROUP.

     IF W-OLDEST-KEY EQUAL SPACES
        MOVE "Y" TO W-END-OF-FILE
     ELSE
        MOVE W-OLDEST-KEY TO AROPEN-KEY
        READ AR-OPEN-ITEM-FILE RECORD
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
           NOT INVALID KEY
              PERFORM APPLY-TO-RECEIVABLE
        END-READ.
*>_________________________________________________________________________

FIND-NEXT-OLDEST-RECEIVABLE.

     READ AR-OPEN-ITEM-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF AROPEN-VENDOR NOT EQUAL W-CURRENT-VENDOR
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              PERFORM SET-AR-ITEM-AVAILABLE
              IF W-AR-ITEM-AVAILABLE GREATER THAN ZEROS
                 AND AROPEN-DUE-DATE LESS THAN W-OLDEST-DUE-DATE
                 MOVE AROPEN-DUE-DATE TO W-OLDEST-DUE-DATE
                 MOVE AROPEN-KEY      TO W-OLDEST-KEY
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

APPLY-TO-RECEIVABLE.

     PERFORM SET-AR-ITEM-AVAILABLE.
     IF W-AR-ITEM-AVAILABLE GREATER THAN W-LEFT-TO-APPLY
        MOVE W-LEFT-TO-APPLY TO W-APPLY-NOW
     ELSE
        MOVE W-AR-ITEM-AVAILABLE TO W-APPLY-NOW.

     ADD W-APPLY-NOW TO AROPEN-NETTED-AMOUNT.
     REWRITE AROPEN-RECORD
        INVALID KEY
           MOVE "REWRITE"  TO W-EXCLOG-OPERATION
           MOVE AROPEN-KEY TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
           MOVE "Y" TO W-END-OF-FILE
        NOT INVALID KEY
           SUBTRACT W-APPLY-NOW FROM W-LEFT-TO-APPLY
           ADD W-APPLY-NOW TO W-SETTLED-TOTAL
           PERFORM WRITE-SETTLEMENT-RECORD
           PERFORM KEEP-APPLIED-FOR-STATEMENT
     END-REWRITE.
*>_________________________________________________________________________

WRITE-SETTLEMENT-RECORD.

     MOVE SPACES             TO SETTLEMENT-RECORD.
     MOVE "NS"               TO SR-RECORD-TYPE.
     MOVE AROPEN-CUSTOMER    TO SR-CUSTOMER.
     MOVE AROPEN-INVOICE     TO SR-INVOICE.
     MOVE W-APPLY-NOW        TO SR-APPLIED-AMOUNT.
     MOVE W-DAY-TODAY        TO SR-SETTLED-DATE.
     MOVE W-REVIEW-NUMBER    TO SR-NETTING-NUMBER.
     MOVE W-CREDIT-VOUCHER   TO SR-CREDIT-VOUCHER.
     MOVE W-CURRENT-VENDOR   TO SR-VENDOR.
     WRITE SETTLEMENT-RECORD.
     ADD 1 TO W-SETTLEMENT-COUNT.
*>_________________________________________________________________________

KEEP-APPLIED-FOR-STATEMENT.

     IF W-APPLIED-COUNT LESS THAN 50
        ADD 1 TO W-APPLIED-COUNT
        MOVE AROPEN-INVOICE      TO W-APPLIED-INVOICE (W-APPLIED-COUNT)
        MOVE AROPEN-INVOICE-DATE TO W-APPLIED-INVOICE-DATE (W-APPLIED-COUNT)
        MOVE AROPEN-DUE-DATE     TO W-APPLIED-DUE-DATE (W-APPLIED-COUNT)
        COMPUTE W-APPLIED-OPEN (W-APPLIED-COUNT) =
                W-AR-ITEM-AVAILABLE
        MOVE W-APPLY-NOW         TO W-APPLIED-AMOUNT (W-APPLIED-COUNT).
*>_________________________________________________________________________

CLOSE-APPROVED-PROPOSAL.

     PERFORM READ-REVIEW-PROPOSAL.
     MOVE NETPRO-RECORD     TO BK-NETPRO-RECORD.
     MOVE "APPROVED"        TO NETPRO-STATUS.
     MOVE W-AP-OPEN         TO NETPRO-AP-OPEN.
     MOVE W-AR-AVAILABLE    TO NETPRO-AR-OPEN.
     MOVE W-NET-AMOUNT      TO NETPRO-NET-AMOUNT.
     MOVE W-CURRENT-USER-ID TO NETPRO-APPROVED-BY.
     MOVE W-DAY-TODAY       TO NETPRO-APPROVED-DATE.
     MOVE W-CREDIT-VOUCHER  TO NETPRO-CREDIT-VOUCHER.
     PERFORM REWRITE-REVIEW-PROPOSAL.
*>_________________________________________________________________________

PRINT-NETTING-STATEMENT.

*>   The vendor's copy: what we owed them, which of their invoices
*>   from us the offset settles, and the credit that shortens the
*>   payment. It is sent along with the remittance advice.

     OPEN OUTPUT PRINTER-FILE.

     MOVE COMPANY-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE COMPANY-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     COMPUTE DUMMY-FOR-DATE-12 = W-DAY-TODAY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-TITLE-DATE.
     MOVE W-REVIEW-NUMBER   TO D-TITLE-NUMBER.
     MOVE D-STATEMENT-TITLE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     PERFORM PRINT-STATEMENT-ADDRESS.

     MOVE "WHAT WE OWE YOU - YOUR OPEN INVOICES:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE D-AP-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE D-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE ZEROS TO W-AP-LISTED-TOTAL.
     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO VOUCHER-VENDOR.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM PRINT-NEXT-OPEN-PAYABLE UNTIL END-OF-VENDOR-GROUP.

     MOVE SPACES TO D-TOTAL-LINE.
     MOVE "TOTAL OPEN PAYABLES" TO D-TOTAL-LABEL.
     MOVE W-AP-LISTED-TOTAL TO D-TOTAL-AMOUNT.
     MOVE D-TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "WHAT YOU OWE US - OUR INVOICES SETTLED BY THE OFFSET:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE D-AR-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE D-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     PERFORM PRINT-APPLIED-RECEIVABLE
        VARYING W-APPLIED-INDEX FROM 1 BY 1
          UNTIL W-APPLIED-INDEX GREATER THAN W-APPLIED-COUNT.

     MOVE SPACES TO D-TOTAL-LINE.
     MOVE "TOTAL RECEIVABLES SETTLED" TO D-TOTAL-LABEL.
     MOVE W-SETTLED-TOTAL TO D-TOTAL-APPLIED.
     MOVE D-TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE W-NET-AMOUNT TO W-EDITED-AMOUNT.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "AMOUNT NETTED: $" W-EDITED-AMOUNT
            " - OUR CREDIT VOUCHER " W-CREDIT-VOUCHER
            " (NETTING-" W-REVIEW-NUMBER ") REDUCES OUR NEXT PAYMENT TO YOU."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
     MOVE "THE INVOICES OF OURS LISTED ABOVE ARE SETTLED BY THE OFFSET FOR THE AMOUNTS APPLIED."
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "THIS STATEMENT ACCOMPANIES YOUR REMITTANCE ADVICE." TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE ALL "-" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     CLOSE PRINTER-FILE.

     MOVE "NETTING-STMT" TO W-SPOOL-REPORT-ID.
     MOVE 1 TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.
*>_________________________________________________________________________

PRINT-STATEMENT-ADDRESS.

     MOVE W-CURRENT-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF FOUND-VENDOR-RECORD
        MOVE SPACES TO PRINTER-RECORD
        STRING "TO: " VENDOR-NAME "   (VENDOR " VENDOR-NUMBER ")"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
        MOVE SPACES TO PRINTER-RECORD
        STRING "    " VENDOR-ADDRESS-1
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
        IF VENDOR-ADDRESS-2 NOT EQUAL SPACES
           MOVE SPACES TO PRINTER-RECORD
           STRING "    " VENDOR-ADDRESS-2
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
           WRITE PRINTER-RECORD
        END-IF
        MOVE SPACES TO PRINTER-RECORD
        STRING "    " VENDOR-CITY DELIMITED BY SIZE
               ", "             DELIMITED BY SIZE
               VENDOR-STATE     DELIMITED BY SIZE
               "  "             DELIMITED BY SIZE
               VENDOR-ZIP       DELIMITED BY SIZE
          INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-NEXT-OPEN-PAYABLE.

*>   The netting credit itself is left off the list - it is the
*>   offset shown at the foot of the statement.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VOUCHER-VENDOR NOT EQUAL W-CURRENT-VENDOR
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              PERFORM CHECK-VOUCHER-IS-OPEN-PAYABLE
              IF W-PAYABLE-PART NOT EQUAL ZEROS
                 AND VOUCHER-NUMBER NOT EQUAL W-CREDIT-VOUCHER
                 MOVE SPACES          TO D-STATEMENT-LINE
                 MOVE VOUCHER-NUMBER  TO D-VOUCHER
                 MOVE VOUCHER-INVOICE TO D-INVOICE
                 COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DATE * 10000.0001
                 MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
                 MOVE W-DATE-MM-DD-CCYY TO D-INVOICE-DATE
                 COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DUE * 10000.0001
                 MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
                 MOVE W-DATE-MM-DD-CCYY TO D-DUE-DATE
                 MOVE W-PAYABLE-PART  TO D-AMOUNT
                 MOVE ZEROS           TO D-APPLIED
                 MOVE D-STATEMENT-LINE TO PRINTER-RECORD
                 WRITE PRINTER-RECORD
                 ADD W-PAYABLE-PART TO W-AP-LISTED-TOTAL
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-APPLIED-RECEIVABLE.

     MOVE SPACES TO D-STATEMENT-LINE.
     MOVE W-APPLIED-INVOICE (W-APPLIED-INDEX) TO D-INVOICE.
     COMPUTE DUMMY-FOR-DATE-12 = W-APPLIED-INVOICE-DATE (W-APPLIED-INDEX) * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-INVOICE-DATE.
     COMPUTE DUMMY-FOR-DATE-12 = W-APPLIED-DUE-DATE (W-APPLIED-INDEX) * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-DUE-DATE.
     MOVE W-APPLIED-OPEN (W-APPLIED-INDEX)   TO D-AMOUNT.
     MOVE W-APPLIED-AMOUNT (W-APPLIED-INDEX) TO D-APPLIED.
     MOVE D-STATEMENT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

XREF-MODULE.

   PERFORM GET-XREF-CUSTOMER.
   PERFORM MAINTAIN-ONE-XREF UNTIL ENTRY-CUSTOMER EQUAL SPACES.
*>_________________________________________________________________________

GET-XREF-CUSTOMER.

   MOVE SPACES TO ENTRY-CUSTOMER.
   DISPLAY "BILLING SYSTEM CUSTOMER NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-CUSTOMER.
   INSPECT ENTRY-CUSTOMER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

MAINTAIN-ONE-XREF.

   MOVE ENTRY-CUSTOMER TO ARXREF-CUSTOMER.
   MOVE "Y" TO W-FOUND-XREF-RECORD.
   READ AR-CUSTOMER-XREF-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-XREF-RECORD.

   IF FOUND-XREF-RECORD
      DISPLAY "CURRENTLY MAPPED TO VENDOR " ARXREF-VENDOR
              " (" ARXREF-CUSTOMER-NAME ")".

   DISPLAY "OUR VENDOR NUMBER FOR THIS CUSTOMER (0 TO DELETE THE MAPPING): ".
   MOVE ZEROS TO ENTRY-XREF-VENDOR.
   ACCEPT ENTRY-XREF-VENDOR.

   IF ENTRY-XREF-VENDOR EQUAL ZEROS
      IF FOUND-XREF-RECORD
         DELETE AR-CUSTOMER-XREF-FILE RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE DELETING THE MAPPING !"
            NOT INVALID KEY
               MOVE "ARXREF"       TO W-SYSAUD-RECORD-TYPE
               MOVE "DELETE"       TO W-SYSAUD-ACTION
               MOVE ENTRY-CUSTOMER TO W-SYSAUD-KEY
               MOVE ARXREF-RECORD  TO W-SYSAUD-BEFORE-IMAGE
               MOVE SPACES         TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- MAPPING DELETED ! -----"
         END-DELETE
      END-IF
   ELSE
      MOVE ENTRY-XREF-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         DISPLAY "*** VENDOR NOT FOUND IN VENDOR-FILE ! ***"
      ELSE
         IF FOUND-XREF-RECORD
            MOVE ARXREF-RECORD TO W-SYSAUD-BEFORE-IMAGE
         ELSE
            MOVE SPACES TO W-SYSAUD-BEFORE-IMAGE
         END-IF
         MOVE ENTRY-CUSTOMER    TO ARXREF-CUSTOMER
         MOVE ENTRY-XREF-VENDOR TO ARXREF-VENDOR
         MOVE VENDOR-NAME       TO ARXREF-CUSTOMER-NAME
         MOVE "ARXREF"          TO W-SYSAUD-RECORD-TYPE
         MOVE ENTRY-CUSTOMER    TO W-SYSAUD-KEY
         MOVE ARXREF-RECORD     TO W-SYSAUD-AFTER-IMAGE
         IF FOUND-XREF-RECORD
            REWRITE ARXREF-RECORD
               INVALID KEY
                  DISPLAY "ERROR WHILE REWRITING THE MAPPING !"
               NOT INVALID KEY
                  MOVE "CHANGE" TO W-SYSAUD-ACTION
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  DISPLAY "----- MAPPING CHANGED ! -----"
            END-REWRITE
         ELSE
            WRITE ARXREF-RECORD
               INVALID KEY
                  DISPLAY "ERROR WHILE WRITING THE MAPPING !"
               NOT INVALID KEY
                  MOVE "ADD" TO W-SYSAUD-ACTION
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  DISPLAY "----- MAPPING ADDED ! -----"
            END-WRITE
         END-IF
      END-IF
   END-IF.

   PERFORM GET-XREF-CUSTOMER.
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
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
