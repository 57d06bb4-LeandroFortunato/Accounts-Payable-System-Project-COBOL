IDENTIFICATION DIVISION.
PROGRAM-ID. petty-cash.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLPCFUND.CBL".
      COPY "SLPCDISB.CBL".
      COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "petty-cash-over-short.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDPCFUND.CBL".
      COPY "FDPCDISB.CBL".
      COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

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

      01 REPORT-TITLE.
         05 FILLER              PIC X(40) VALUE SPACES.
         05 FILLER              PIC X(36)
               VALUE "PETTY CASH FUND COUNT - OVER / SHORT".
         05 FILLER              PIC X(47) VALUE SPACES.
         05 FILLER              PIC X(05) VALUE "PAGE:".
         05 PAGE-NUMBER         PIC 9(04) VALUE 0.

      01 HEADING-1.
         05 FILLER              PIC X(46) VALUE "  FND BRANCH               CUSTODIAN          ".
         05 FILLER              PIC X(46) VALUE "      AUTHORIZED COUNTED ON CASH COUNTED     R".
         05 FILLER              PIC X(35) VALUE "ECEIPTS REPLEN.UNPD.   OVER/(SHORT)".

      01 HEADING-2.
         05 FILLER              PIC X(46) VALUE "  === ==================== ===================".
         05 FILLER              PIC X(46) VALUE "= ============== ========== ============ =====".
         05 FILLER              PIC X(35) VALUE "======= ============ ==============".

      01 DETAIL-1.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-FUND                     PIC 9(03).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-BRANCH                   PIC X(20).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-CUSTODIAN                PIC X(20).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-AUTHORIZED               PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-COUNT-DATE               PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-CASH-COUNTED             PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-RECEIPTS                 PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-PENDING                  PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-OVER-SHORT               PIC ZZ,ZZZ,ZZ9.99-.

      01 TOTAL-LINE.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-TOTAL-LABEL              PIC X(46).
         05 D-TOTAL-AUTHORIZED         PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(12) VALUE SPACES.
         05 D-TOTAL-CASH               PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-TOTAL-RECEIPTS           PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-TOTAL-PENDING            PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-TOTAL-OVER-SHORT         PIC ZZ,ZZZ,ZZ9.99-.

      01 W-PRINTED-LINES                   PIC 99.
         88 PAGE-FULL                     VALUE 50 THROUGH 99.

      01 W-PC-MENU-OPTION                  PIC 9.
         88 VALID-PC-MENU-OPTION          VALUE 0 THROUGH 5.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-PCF-RECORD                PIC X.
         88 FOUND-PCF-RECORD              VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-COA-RECORD                PIC X.
         88 FOUND-COA-RECORD              VALUE "Y".

      01 W-DISBURSEMENTS-DONE              PIC X.
         88 DISBURSEMENTS-DONE            VALUE "Y".

      01 W-ERROR-R-W-NEW-VOUCHER-NUMBER    PIC X.
         88 ERROR-R-W-NEW-VOUCHER-NUMBER  VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-CURRENT-USER-ID                 PIC X(10).
      77 ENTRY-PCF-FUND                    PIC 9(3).
      77 ENTRY-PCD-AMOUNT                  PIC 9(6)V99.
      77 ENTRY-CASH-COUNTED                PIC 9(6)V99.
      77 ENTRY-STATUS                      PIC X(08).
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZ9.99-.
      77 W-RECEIPTS-ON-HAND                PIC S9(7)V99.
      77 W-REPLENISH-PENDING               PIC S9(7)V99.
      77 W-CASH-AVAILABLE                  PIC S9(7)V99.
      77 W-OVER-SHORT                      PIC S9(7)V99.
      77 W-REPLENISH-TOTAL                 PIC S9(7)V99.
      77 W-REPLENISH-COUNT                 PIC 9(4).
      77 W-LEFT-FOR-NEXT-COUNT             PIC 9(4).
      77 W-STAMPED-COUNT                   PIC 9(4).
      77 W-FUNDS-PRINTED                   PIC 9(4).
      77 W-FUNDS-SHORT                     PIC 9(4).
      77 W-TOTAL-AUTHORIZED                PIC S9(9)V99.
      77 W-TOTAL-CASH                      PIC S9(9)V99.
      77 W-TOTAL-RECEIPTS                  PIC S9(9)V99.
      77 W-TOTAL-PENDING                   PIC S9(9)V99.
      77 W-TOTAL-OVER-SHORT                PIC S9(9)V99.
      77 W-GL-INDEX                        PIC 9.
      77 W-MERGE-INDEX                     PIC 9.
      77 W-DATE-MMDDYYYY                   PIC 9(8).
      77 W-DATE-EDITED                     PIC 99/99/9999.

*>    The replenishment voucher's GL lines: one per expense account
*>    across the receipts in the box, five accounts at most.
      01 W-MERGED-GL-TABLE.
         05 W-MERGED-GL-COUNT              PIC 9.
         05 W-MERGED-GL-LINE OCCURS 5 TIMES.
            10 W-MERGED-GL-ACCOUNT         PIC X(10).
            10 W-MERGED-GL-AMOUNT          PIC S9(6)V99.

      01 W-MERGED-FOUND                    PIC X.
         88 MERGED-FOUND                  VALUE "Y".

      77 BK-PCF-RECORD                     PIC X(512).
      77 BK-PCD-RECORD                     PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "PETTY-CASH".
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

*>   Branch petty cash boxes kept on the imprest system: the custodian
*>   pays small bills out of the box against a receipt, and when the
*>   box runs low the receipts are turned into one voucher to the
*>   custodian's payee vendor that brings the cash back up to the
*>   authorized amount. A count of the box proves cash on hand plus
*>   the receipts not yet paid back still make up the fund.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O PETTY-CASH-FUND-FILE.
   OPEN I-O PETTY-CASH-DISB-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN I-O CONTROL-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-PC-MENU-OPTION EQUAL ZERO
                            OR VALID-PC-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-PC-MENU-OPTION EQUAL ZERO

   CLOSE PETTY-CASH-FUND-FILE.
   CLOSE PETTY-CASH-DISB-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE CONTROL-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                         PETTY CASH FUNDS".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - FUND MAINTENANCE         |".
         DISPLAY "                           | 2 - ENTER DISBURSEMENTS      |".
         DISPLAY "                           | 3 - REQUEST REPLENISHMENT    |".
         DISPLAY "                           | 4 - COUNT A FUND             |".
         DISPLAY "                           | 5 - OVER / SHORT REPORT      |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-PC-MENU-OPTION.

        IF W-PC-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-PC-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-PC-MENU-OPTION = 1
      PERFORM FUND-MODULE.

   IF W-PC-MENU-OPTION = 2
      PERFORM DISBURSEMENT-MODULE.

   IF W-PC-MENU-OPTION = 3
      PERFORM REPLENISHMENT-MODULE.

   IF W-PC-MENU-OPTION = 4
      PERFORM COUNT-MODULE.

   IF W-PC-MENU-OPTION = 5
      PERFORM OVER-SHORT-REPORT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-PC-MENU-OPTION EQUAL ZERO
                            OR VALID-PC-MENU-OPTION.
*>_________________________________________________________________________

GET-FUND-NUMBER.

   MOVE ZEROS TO ENTRY-PCF-FUND.
   DISPLAY "PETTY CASH FUND NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-PCF-FUND.
*>_________________________________________________________________________

LOOK-FOR-FUND-RECORD.

*>   A fund belongs to one company; another company's box is treated
*>   as not on file.

   MOVE ENTRY-PCF-FUND TO PCF-FUND.
   MOVE "Y" TO W-FOUND-PCF-RECORD.
   READ PETTY-CASH-FUND-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PCF-RECORD.

   IF FOUND-PCF-RECORD
      IF PCF-COMPANY NOT EQUAL W-SESSION-COMPANY
         DISPLAY "*** FUND " PCF-FUND " BELONGS TO COMPANY " PCF-COMPANY " ! ***"
         MOVE "N" TO W-FOUND-PCF-RECORD.
*>_________________________________________________________________________

FUND-MODULE.

   PERFORM GET-FUND-NUMBER.
   PERFORM MAINTAIN-ONE-FUND UNTIL ENTRY-PCF-FUND EQUAL ZEROS.
*>_________________________________________________________________________

MAINTAIN-ONE-FUND.

   MOVE ENTRY-PCF-FUND TO PCF-FUND.
   MOVE "Y" TO W-FOUND-PCF-RECORD.
   READ PETTY-CASH-FUND-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-PCF-RECORD.

   IF FOUND-PCF-RECORD
      IF PCF-COMPANY NOT EQUAL W-SESSION-COMPANY
         DISPLAY "*** FUND " PCF-FUND " BELONGS TO COMPANY " PCF-COMPANY " ! ***"
      ELSE
         PERFORM DISPLAY-FUND-RECORD
         MOVE "RE-ENTER THIS FUND'S DETAILS ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            MOVE PCF-RECORD TO BK-PCF-RECORD
            PERFORM GET-FUND-FIELDS
            IF PCF-BRANCH-NAME NOT EQUAL SPACES
               REWRITE PCF-RECORD
                  INVALID KEY
                     MOVE "REWRITE"  TO W-EXCLOG-OPERATION
                     MOVE PCF-FUND   TO W-EXCLOG-KEY
                     PERFORM LOG-EXCEPTION-ENTRY
                     DISPLAY "ERROR WHILE REWRITING THE FUND !"
                  NOT INVALID KEY
                     MOVE "PETTYFUND"   TO W-SYSAUD-RECORD-TYPE
                     MOVE "CHANGE"      TO W-SYSAUD-ACTION
                     MOVE PCF-FUND      TO W-SYSAUD-KEY
                     MOVE BK-PCF-RECORD TO W-SYSAUD-BEFORE-IMAGE
                     MOVE PCF-RECORD    TO W-SYSAUD-AFTER-IMAGE
                     PERFORM LOG-SYSTEM-AUDIT-ENTRY
                     DISPLAY "----- FUND CHANGED ! -----"
               END-REWRITE
            END-IF
         END-IF
      END-IF
   ELSE
      MOVE SPACES TO PCF-RECORD
      MOVE ENTRY-PCF-FUND    TO PCF-FUND
      MOVE W-SESSION-COMPANY TO PCF-COMPANY
      MOVE ZEROS TO PCF-LAST-DISB-SEQ PCF-LAST-REPLENISH-DATE
                    PCF-LAST-VOUCHER PCF-LAST-COUNT-DATE
                    PCF-LAST-COUNT-CASH PCF-LAST-COUNT-RECEIPTS
                    PCF-LAST-COUNT-PENDING
      PERFORM GET-FUND-FIELDS
      IF PCF-BRANCH-NAME NOT EQUAL SPACES
         WRITE PCF-RECORD
            INVALID KEY
               MOVE "WRITE"    TO W-EXCLOG-OPERATION
               MOVE PCF-FUND   TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "ERROR WHILE WRITING THE FUND !"
            NOT INVALID KEY
               MOVE "PETTYFUND"   TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"         TO W-SYSAUD-ACTION
               MOVE PCF-FUND      TO W-SYSAUD-KEY
               MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
               MOVE PCF-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- FUND ADDED - PAY THE OPENING CASH INTO THE BOX"
               DISPLAY "      ON AN ORDINARY VOUCHER TO THE FUND ACCOUNT ! -----"
         END-WRITE
      END-IF
   END-IF.

   PERFORM GET-FUND-NUMBER.
*>_________________________________________________________________________

DISPLAY-FUND-RECORD.

   DISPLAY "FUND...............: " PCF-FUND.
   DISPLAY "BRANCH.............: " PCF-BRANCH-NAME.
   DISPLAY "CUSTODIAN..........: " PCF-CUSTODIAN " ( " PCF-CUSTODIAN-USER " )".
   DISPLAY "PAYEE VENDOR.......: " PCF-PAYEE-VENDOR.
   MOVE PCF-AUTHORIZED-AMOUNT TO W-FORMATTED-AMOUNT.
   DISPLAY "AUTHORIZED AMOUNT..: " W-FORMATTED-AMOUNT.
   DISPLAY "FUND GL ACCOUNT....: " PCF-GL-ACCOUNT.
   DISPLAY "STATUS.............: " PCF-STATUS.
   IF PCF-LAST-VOUCHER NOT EQUAL ZEROS
      DISPLAY "LAST REPLENISHED...: " PCF-LAST-REPLENISH-DATE
              " BY VOUCHER " PCF-LAST-VOUCHER.
   IF PCF-LAST-COUNT-DATE NOT EQUAL ZEROS
      MOVE PCF-LAST-COUNT-CASH TO W-FORMATTED-AMOUNT
      DISPLAY "LAST COUNTED.......: " PCF-LAST-COUNT-DATE
              " - CASH " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

GET-FUND-FIELDS.

   DISPLAY "BRANCH OFFICE NAME (<ENTER> TO CANCEL): ".
   ACCEPT PCF-BRANCH-NAME.
   INSPECT PCF-BRANCH-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF PCF-BRANCH-NAME NOT EQUAL SPACES
      DISPLAY "CUSTODIAN'S NAME: "
      ACCEPT PCF-CUSTODIAN
      INSPECT PCF-CUSTODIAN CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      DISPLAY "CUSTODIAN'S USER-ID (KEYS THE BOX'S DISBURSEMENTS): "
      ACCEPT PCF-CUSTODIAN-USER
      MOVE "N" TO W-FOUND-VENDOR-RECORD
      PERFORM GET-FUND-PAYEE-VENDOR UNTIL FOUND-VENDOR-RECORD
      MOVE ZEROS TO PCF-AUTHORIZED-AMOUNT
      PERFORM GET-FUND-AUTHORIZED-AMOUNT
         UNTIL PCF-AUTHORIZED-AMOUNT GREATER THAN ZEROS
      MOVE "N" TO W-FOUND-COA-RECORD
      PERFORM GET-FUND-GL-ACCOUNT UNTIL FOUND-COA-RECORD
      DISPLAY "STATUS (ACTIVE/CLOSED) - <ENTER>=ACTIVE: "
      MOVE SPACES TO ENTRY-STATUS
      ACCEPT ENTRY-STATUS
      INSPECT ENTRY-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      IF ENTRY-STATUS EQUAL "CLOSED"
         MOVE "CLOSED" TO PCF-STATUS
      ELSE
         MOVE "ACTIVE" TO PCF-STATUS.
*>_________________________________________________________________________

GET-FUND-PAYEE-VENDOR.

   DISPLAY "PAYEE VENDOR FOR THE REPLENISHMENT CHECK: ".
   MOVE ZEROS TO PCF-PAYEE-VENDOR.
   ACCEPT PCF-PAYEE-VENDOR.

   MOVE PCF-PAYEE-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      DISPLAY "*** VENDOR NOT ON FILE ! ***"
   ELSE
      IF NOT VENDOR-IS-ACTIVE
         DISPLAY "*** VENDOR IS NOT ACTIVE ! ***"
         MOVE "N" TO W-FOUND-VENDOR-RECORD
      ELSE
         DISPLAY "   " VENDOR-NAME.
*>_________________________________________________________________________

GET-FUND-AUTHORIZED-AMOUNT.

   DISPLAY "AUTHORIZED (IMPREST) AMOUNT OF THE FUND: ".
   ACCEPT PCF-AUTHORIZED-AMOUNT.

   IF PCF-AUTHORIZED-AMOUNT EQUAL ZEROS
      DISPLAY "*** THE AUTHORIZED AMOUNT CANNOT BE ZERO ! ***".
*>_________________________________________________________________________

GET-FUND-GL-ACCOUNT.

   DISPLAY "PETTY CASH GL ACCOUNT OF THE FUND: ".
   ACCEPT PCF-GL-ACCOUNT.
   INSPECT PCF-GL-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   MOVE PCF-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   PERFORM CHECK-GL-ACCOUNT.
*>_________________________________________________________________________

CHECK-GL-ACCOUNT.

   MOVE "Y" TO W-FOUND-COA-RECORD.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-COA-RECORD.

   IF NOT FOUND-COA-RECORD
      DISPLAY "*** ACCOUNT NOT IN THE CHART OF ACCOUNTS ! ***"
   ELSE
      IF NOT COA-IS-ACTIVE
         DISPLAY "*** ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS ! ***"
         MOVE "N" TO W-FOUND-COA-RECORD
      ELSE
         DISPLAY "   " COA-DESCRIPTION.
*>_________________________________________________________________________

SUM-FUND-RECEIPTS.

*>   What the box is holding besides cash: receipts not yet sent for
*>   replenishment, and receipts already on a replenishment voucher
*>   whose check has not been paid yet. A voucher no longer on the
*>   voucher file has been paid and archived.

   MOVE ZEROS TO W-RECEIPTS-ON-HAND.
   MOVE ZEROS TO W-REPLENISH-PENDING.
   MOVE "N" TO W-END-OF-FILE.
   MOVE PCF-FUND TO PCD-FUND.
   MOVE ZEROS    TO PCD-SEQ.
   START PETTY-CASH-DISB-FILE KEY IS NOT LESS THAN PCD-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM ADD-NEXT-FUND-RECEIPT UNTIL END-OF-FILE.

   COMPUTE W-CASH-AVAILABLE = PCF-AUTHORIZED-AMOUNT
                            - W-RECEIPTS-ON-HAND - W-REPLENISH-PENDING.
*>_________________________________________________________________________

ADD-NEXT-FUND-RECEIPT.

   READ PETTY-CASH-DISB-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PCD-FUND NOT EQUAL PCF-FUND
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF PCD-NOT-REPLENISHED
               ADD PCD-AMOUNT TO W-RECEIPTS-ON-HAND
            ELSE
               MOVE PCD-REPLENISH-VOUCHER TO VOUCHER-NUMBER
               READ VOUCHER-FILE RECORD
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF VOUCHER-PAID-DATE EQUAL ZEROS
                        ADD PCD-AMOUNT TO W-REPLENISH-PENDING
                     END-IF
               END-READ
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

DISPLAY-FUND-POSITION.

   MOVE PCF-AUTHORIZED-AMOUNT TO W-FORMATTED-AMOUNT.
   DISPLAY "AUTHORIZED AMOUNT..........: " W-FORMATTED-AMOUNT.
   MOVE W-RECEIPTS-ON-HAND TO W-FORMATTED-AMOUNT.
   DISPLAY "RECEIPTS NOT YET REPLENISHED: " W-FORMATTED-AMOUNT.
   MOVE W-REPLENISH-PENDING TO W-FORMATTED-AMOUNT.
   DISPLAY "REPLENISHMENT NOT YET PAID..: " W-FORMATTED-AMOUNT.
   MOVE W-CASH-AVAILABLE TO W-FORMATTED-AMOUNT.
   DISPLAY "CASH THAT SHOULD BE IN BOX..: " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

DISBURSEMENT-MODULE.

   PERFORM GET-FUND-NUMBER.
   PERFORM ENTER-FUND-DISBURSEMENTS UNTIL ENTRY-PCF-FUND EQUAL ZEROS.
*>_________________________________________________________________________

ENTER-FUND-DISBURSEMENTS.

   PERFORM LOOK-FOR-FUND-RECORD.

   IF NOT FOUND-PCF-RECORD
      DISPLAY "*** FUND NOT ON FILE ! ***"
   ELSE
   IF NOT PCF-IS-ACTIVE
      DISPLAY "*** FUND IS CLOSED ! ***"
   ELSE
   IF PCF-CUSTODIAN-USER NOT EQUAL SPACES
      AND PCF-CUSTODIAN-USER NOT EQUAL W-CURRENT-USER-ID
      DISPLAY "*** ONLY THE CUSTODIAN (" PCF-CUSTODIAN-USER
              ") KEYS THIS FUND'S DISBURSEMENTS ! ***"
   ELSE
      DISPLAY "DISBURSEMENTS FROM " PCF-BRANCH-NAME
      PERFORM SUM-FUND-RECEIPTS
      PERFORM DISPLAY-FUND-POSITION
      MOVE "N" TO W-DISBURSEMENTS-DONE
      PERFORM ENTER-ONE-DISBURSEMENT UNTIL DISBURSEMENTS-DONE.

   PERFORM GET-FUND-NUMBER.
*>_________________________________________________________________________

ENTER-ONE-DISBURSEMENT.

   MOVE SPACES TO PCD-RECORD.
   MOVE PCF-FUND TO PCD-FUND.

   MOVE "DISBURSEMENT DATE: (MM-DD-YYYY, <ENTER> TO FINISH)"
     TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.

   IF GDTV-DATE EQUAL ZEROS
      MOVE "Y" TO W-DISBURSEMENTS-DONE
   ELSE
      MOVE GDTV-DATE TO PCD-DATE
      DISPLAY "PAID TO: "
      ACCEPT PCD-PAYEE
      INSPECT PCD-PAYEE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE "N" TO W-FOUND-COA-RECORD
      PERFORM GET-DISBURSEMENT-GL-ACCOUNT UNTIL FOUND-COA-RECORD
      DISPLAY "DESCRIPTION: "
      ACCEPT PCD-DESCRIPTION
      INSPECT PCD-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE ZEROS TO ENTRY-PCD-AMOUNT
      DISPLAY "AMOUNT: "
      ACCEPT ENTRY-PCD-AMOUNT
      IF ENTRY-PCD-AMOUNT EQUAL ZEROS
         DISPLAY "*** NO AMOUNT - DISBURSEMENT NOT SAVED ! ***"
      ELSE
      IF ENTRY-PCD-AMOUNT GREATER THAN W-CASH-AVAILABLE
         MOVE W-CASH-AVAILABLE TO W-FORMATTED-AMOUNT
         DISPLAY "*** MORE THAN THE " W-FORMATTED-AMOUNT
                 " THE BOX SHOULD HOLD - NOT SAVED ! ***"
      ELSE
         PERFORM WRITE-DISBURSEMENT.
*>_________________________________________________________________________

GET-DISBURSEMENT-GL-ACCOUNT.

   DISPLAY "GL EXPENSE ACCOUNT: ".
   ACCEPT PCD-GL-ACCOUNT.
   INSPECT PCD-GL-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   MOVE PCD-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   PERFORM CHECK-GL-ACCOUNT.
*>_________________________________________________________________________

WRITE-DISBURSEMENT.

*>   The sequence is kept on the fund, so it is taken and saved
*>   before the disbursement is written.

   MOVE PCF-RECORD TO BK-PCF-RECORD.
   ADD 1 TO PCF-LAST-DISB-SEQ.
   REWRITE PCF-RECORD
      INVALID KEY
         MOVE BK-PCF-RECORD TO PCF-RECORD
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE PCF-FUND   TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR NUMBERING THE DISBURSEMENT - NOT SAVED ! ***"
      NOT INVALID KEY
         MOVE PCF-LAST-DISB-SEQ TO PCD-SEQ
         MOVE ENTRY-PCD-AMOUNT  TO PCD-AMOUNT
         MOVE W-CURRENT-USER-ID TO PCD-ENTERED-BY
         MOVE ZEROS TO PCD-REPLENISH-VOUCHER
         MOVE ZEROS TO PCD-REPLENISH-DATE
         WRITE PCD-RECORD
            INVALID KEY
               MOVE "WRITE"    TO W-EXCLOG-OPERATION
               MOVE PCD-KEY    TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
               DISPLAY "ERROR WHILE WRITING THE DISBURSEMENT !"
            NOT INVALID KEY
               MOVE "PETTYDISB"   TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"         TO W-SYSAUD-ACTION
               MOVE PCD-KEY       TO W-SYSAUD-KEY
               MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
               MOVE PCD-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               SUBTRACT PCD-AMOUNT FROM W-CASH-AVAILABLE
               MOVE W-CASH-AVAILABLE TO W-FORMATTED-AMOUNT
               DISPLAY "----- DISBURSEMENT " PCD-SEQ " SAVED - "
                       W-FORMATTED-AMOUNT " LEFT IN THE BOX -----"
         END-WRITE
   END-REWRITE.
*>_________________________________________________________________________

REPLENISHMENT-MODULE.

   PERFORM GET-FUND-NUMBER.
   PERFORM REPLENISH-ONE-FUND UNTIL ENTRY-PCF-FUND EQUAL ZEROS.
*>_________________________________________________________________________

REPLENISH-ONE-FUND.

   PERFORM LOOK-FOR-FUND-RECORD.

   IF NOT FOUND-PCF-RECORD
      DISPLAY "*** FUND NOT ON FILE ! ***"
   ELSE
      MOVE PCF-PAYEE-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         DISPLAY "*** PAYEE VENDOR " PCF-PAYEE-VENDOR
                 " IS NOT ON FILE - FIX THE FUND FIRST ! ***"
      ELSE
         PERFORM GATHER-RECEIPTS-TO-REPLENISH
         IF W-REPLENISH-COUNT EQUAL ZEROS
            DISPLAY "*** NO RECEIPTS IN THE BOX TO REPLENISH ! ***"
         ELSE
            PERFORM DISPLAY-REPLENISHMENT
            MOVE "CREATE THE REPLENISHMENT VOUCHER ? <Y/N>" TO MSG-CONFIRMATION
            PERFORM ASK-USER-IF-WANT-TO-COMPLETE
            IF DELETING-IS-CONFIRMED
               PERFORM BUILD-REPLENISHMENT-VOUCHER
            END-IF
         END-IF
      END-IF
   END-IF.

   PERFORM GET-FUND-NUMBER.
*>_________________________________________________________________________

GATHER-RECEIPTS-TO-REPLENISH.

*>   The receipts not yet replenished, summed by expense account. A
*>   voucher carries five GL lines, so receipts on a sixth account
*>   stay in the box for the next replenishment.

   MOVE ZEROS TO W-MERGED-GL-COUNT.
   MOVE ZEROS TO W-REPLENISH-TOTAL.
   MOVE ZEROS TO W-REPLENISH-COUNT.
   MOVE ZEROS TO W-LEFT-FOR-NEXT-COUNT.
   PERFORM CLEAR-ONE-MERGED-LINE
      VARYING W-GL-INDEX FROM 1 BY 1
         UNTIL W-GL-INDEX GREATER THAN 5.

   MOVE "N" TO W-END-OF-FILE.
   MOVE PCF-FUND TO PCD-FUND.
   MOVE ZEROS    TO PCD-SEQ.
   START PETTY-CASH-DISB-FILE KEY IS NOT LESS THAN PCD-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM GATHER-NEXT-RECEIPT UNTIL END-OF-FILE.
*>_________________________________________________________________________

CLEAR-ONE-MERGED-LINE.

   MOVE SPACES TO W-MERGED-GL-ACCOUNT (W-GL-INDEX).
   MOVE ZEROS  TO W-MERGED-GL-AMOUNT (W-GL-INDEX).
*>_________________________________________________________________________

GATHER-NEXT-RECEIPT.

   READ PETTY-CASH-DISB-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PCD-FUND NOT EQUAL PCF-FUND
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF PCD-NOT-REPLENISHED
               PERFORM MERGE-ONE-RECEIPT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

MERGE-ONE-RECEIPT.

   PERFORM FIND-MERGED-ACCOUNT.

   IF NOT MERGED-FOUND
      AND W-MERGED-GL-COUNT LESS THAN 5
      ADD 1 TO W-MERGED-GL-COUNT
      MOVE W-MERGED-GL-COUNT TO W-MERGE-INDEX
      MOVE PCD-GL-ACCOUNT TO W-MERGED-GL-ACCOUNT (W-MERGE-INDEX)
      MOVE "Y" TO W-MERGED-FOUND.

   IF MERGED-FOUND
      ADD PCD-AMOUNT TO W-MERGED-GL-AMOUNT (W-MERGE-INDEX)
      ADD PCD-AMOUNT TO W-REPLENISH-TOTAL
      ADD 1 TO W-REPLENISH-COUNT
   ELSE
      ADD 1 TO W-LEFT-FOR-NEXT-COUNT.
*>_________________________________________________________________________

FIND-MERGED-ACCOUNT.

*>   Leaves W-MERGE-INDEX on the table line carrying the receipt's
*>   account when there is one.

   MOVE "N" TO W-MERGED-FOUND.
   MOVE 1 TO W-MERGE-INDEX.
   PERFORM TRY-ONE-MERGED-ACCOUNT
      UNTIL MERGED-FOUND
         OR W-MERGE-INDEX GREATER THAN W-MERGED-GL-COUNT.
*>_________________________________________________________________________

TRY-ONE-MERGED-ACCOUNT.

   IF W-MERGED-GL-ACCOUNT (W-MERGE-INDEX) EQUAL PCD-GL-ACCOUNT
      MOVE "Y" TO W-MERGED-FOUND
   ELSE
      ADD 1 TO W-MERGE-INDEX.
*>_________________________________________________________________________

DISPLAY-REPLENISHMENT.

   DISPLAY "REPLENISH " PCF-BRANCH-NAME.
   DISPLAY "   PAY TO VENDOR " PCF-PAYEE-VENDOR " " VENDOR-NAME.
   PERFORM DISPLAY-ONE-MERGED-LINE
      VARYING W-GL-INDEX FROM 1 BY 1
         UNTIL W-GL-INDEX GREATER THAN W-MERGED-GL-COUNT.
   MOVE W-REPLENISH-TOTAL TO W-FORMATTED-AMOUNT.
   DISPLAY "   " W-REPLENISH-COUNT " RECEIPT(S), TOTAL " W-FORMATTED-AMOUNT.
   IF W-LEFT-FOR-NEXT-COUNT NOT EQUAL ZEROS
      DISPLAY "   " W-LEFT-FOR-NEXT-COUNT " RECEIPT(S) ON A SIXTH EXPENSE ACCOUNT"
              " WAIT FOR THE NEXT REPLENISHMENT".
*>_________________________________________________________________________

DISPLAY-ONE-MERGED-LINE.

   MOVE W-MERGED-GL-AMOUNT (W-GL-INDEX) TO W-FORMATTED-AMOUNT.
   DISPLAY "   GL " W-MERGED-GL-ACCOUNT (W-GL-INDEX) " " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

BUILD-REPLENISHMENT-VOUCHER.

*>   One voucher typed EXPENSE to the custodian's payee vendor, its GL
*>   lines the expense accounts of the receipts. It is entered, not
*>   approved: the replenishment goes through approval like any bill.

   MOVE SPACES TO VOUCHER-RECORD.
   MOVE ZEROS  TO VOUCHER-NUMBER.
   MOVE PCF-PAYEE-VENDOR TO VOUCHER-VENDOR.
   MOVE PCF-COMPANY      TO VOUCHER-COMPANY.
   MOVE SPACES TO VOUCHER-INVOICE.
   STRING "PC" PCF-FUND "-" W-DAY-TODAY
     DELIMITED BY SIZE INTO VOUCHER-INVOICE
   END-STRING.
   STRING "PETTY CASH REPLENISHMENT - FUND " PCF-FUND
     DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (1)
   END-STRING.
   MOVE PCF-BRANCH-NAME TO VOUCHER-FOR-LINE (2).
   STRING "CUSTODIAN " PCF-CUSTODIAN
     DELIMITED BY SIZE INTO VOUCHER-FOR-LINE (3)
   END-STRING.
   MOVE "EXPENSE" TO VOUCHER-TYPE.
   MOVE W-REPLENISH-TOTAL TO VOUCHER-AMOUNT.
   MOVE W-DAY-TODAY  TO VOUCHER-DATE.
   MOVE W-DAY-TODAY  TO VOUCHER-DUE.
   MOVE "N" TO VOUCHER-DEDUCTIBLE.
   MOVE "N" TO VOUCHER-TAXABLE.
   MOVE "N" TO VOUCHER-SELECTED.
   MOVE "N" TO VOUCHER-USE-TAX.
   MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
   MOVE SPACES TO VOUCHER-CURRENCY.
   MOVE ZEROS TO VOUCHER-PAID-AMOUNT VOUCHER-PAID-DATE VOUCHER-CHECK-NO
                 VOUCHER-DISCOUNT-DATE VOUCHER-TAX-AMOUNT
                 VOUCHER-SPLIT-FROM-NUMBER VOUCHER-PO-NUMBER
                 VOUCHER-USE-TAX-AMOUNT VOUCHER-FOREIGN-AMOUNT
                 VOUCHER-EXCHANGE-RATE VOUCHER-BATCH-NUMBER
                 VOUCHER-RETAINAGE-PERCENT VOUCHER-RETAINAGE-AMOUNT.
   MOVE W-CURRENT-USER-ID TO VOUCHER-ENTERED-BY.

   MOVE W-MERGED-GL-COUNT TO VOUCHER-GL-LINE-COUNT.
   PERFORM COPY-ONE-MERGED-LINE
      VARYING W-GL-INDEX FROM 1 BY 1
         UNTIL W-GL-INDEX GREATER THAN 5.

   PERFORM POST-REPLENISHMENT-VOUCHER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      PERFORM STAMP-REPLENISHED-RECEIPTS
      PERFORM FLAG-FUND-REPLENISHED
      DISPLAY "----- FUND " PCF-FUND " REPLENISHED BY VOUCHER "
              VOUCHER-NUMBER " - " W-STAMPED-COUNT " RECEIPT(S) -----".
*>_________________________________________________________________________

COPY-ONE-MERGED-LINE.

   MOVE W-MERGED-GL-ACCOUNT (W-GL-INDEX) TO VOUCHER-GL-ACCOUNT (W-GL-INDEX).
   MOVE W-MERGED-GL-AMOUNT (W-GL-INDEX)  TO VOUCHER-GL-AMOUNT (W-GL-INDEX).
*>_________________________________________________________________________

POST-REPLENISHMENT-VOUCHER.

   MOVE "N" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.
   MOVE 1 TO CONTROL-KEY. *> voucher numbers are one global sequence, whatever the company
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE "Y" TO W-ERROR-R-W-NEW-VOUCHER-NUMBER.

   IF NOT ERROR-R-W-NEW-VOUCHER-NUMBER
      ADD 1 TO CONTROL-LAST-VOUCHER
      MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER
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
            DISPLAY "*** ERROR WHILE WRITING THE REPLENISHMENT VOUCHER ! ***"
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

STAMP-REPLENISHED-RECEIPTS.

*>   Second pass over the box: every receipt whose account made it
*>   onto the voucher is marked with the voucher number.

   MOVE ZEROS TO W-STAMPED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE PCF-FUND TO PCD-FUND.
   MOVE ZEROS    TO PCD-SEQ.
   START PETTY-CASH-DISB-FILE KEY IS NOT LESS THAN PCD-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM STAMP-NEXT-RECEIPT UNTIL END-OF-FILE.
*>_________________________________________________________________________

STAMP-NEXT-RECEIPT.

   READ PETTY-CASH-DISB-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PCD-FUND NOT EQUAL PCF-FUND
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF PCD-NOT-REPLENISHED
               PERFORM FIND-MERGED-ACCOUNT
               IF MERGED-FOUND
                  PERFORM STAMP-ONE-RECEIPT
               END-IF
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

STAMP-ONE-RECEIPT.

   MOVE PCD-RECORD TO BK-PCD-RECORD.
   MOVE VOUCHER-NUMBER TO PCD-REPLENISH-VOUCHER.
   MOVE W-DAY-TODAY    TO PCD-REPLENISH-DATE.
   REWRITE PCD-RECORD
      INVALID KEY
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE PCD-KEY    TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR FLAGGING DISBURSEMENT " PCD-SEQ
                 " AS REPLENISHED ! ***"
      NOT INVALID KEY
         ADD 1 TO W-STAMPED-COUNT
         MOVE "PETTYDISB"    TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE PCD-KEY        TO W-SYSAUD-KEY
         MOVE BK-PCD-RECORD  TO W-SYSAUD-BEFORE-IMAGE
         MOVE PCD-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

FLAG-FUND-REPLENISHED.

   MOVE PCF-RECORD TO BK-PCF-RECORD.
   MOVE W-DAY-TODAY    TO PCF-LAST-REPLENISH-DATE.
   MOVE VOUCHER-NUMBER TO PCF-LAST-VOUCHER.
   REWRITE PCF-RECORD
      INVALID KEY
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE PCF-FUND   TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE "PETTYFUND"   TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"      TO W-SYSAUD-ACTION
         MOVE PCF-FUND      TO W-SYSAUD-KEY
         MOVE BK-PCF-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE PCF-RECORD    TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

COUNT-MODULE.

   PERFORM GET-FUND-NUMBER.
   PERFORM COUNT-ONE-FUND UNTIL ENTRY-PCF-FUND EQUAL ZEROS.
*>_________________________________________________________________________

COUNT-ONE-FUND.

*>   Cash on hand plus the receipts in the box, plus any replenishment
*>   whose check is still to come, should make up the authorized
*>   amount; the difference is the box's over or short.

   PERFORM LOOK-FOR-FUND-RECORD.

   IF NOT FOUND-PCF-RECORD
      DISPLAY "*** FUND NOT ON FILE ! ***"
   ELSE
      DISPLAY "COUNT OF " PCF-BRANCH-NAME
      PERFORM SUM-FUND-RECEIPTS
      PERFORM DISPLAY-FUND-POSITION
      MOVE ZEROS TO ENTRY-CASH-COUNTED
      DISPLAY "CASH COUNTED IN THE BOX: "
      ACCEPT ENTRY-CASH-COUNTED
      COMPUTE W-OVER-SHORT = ENTRY-CASH-COUNTED + W-RECEIPTS-ON-HAND
                           + W-REPLENISH-PENDING - PCF-AUTHORIZED-AMOUNT
      MOVE W-OVER-SHORT TO W-FORMATTED-AMOUNT
      IF W-OVER-SHORT EQUAL ZEROS
         DISPLAY "   THE FUND BALANCES."
      ELSE
      IF W-OVER-SHORT GREATER THAN ZEROS
         DISPLAY "   THE FUND IS OVER BY " W-FORMATTED-AMOUNT
      ELSE
         DISPLAY "   THE FUND IS SHORT BY " W-FORMATTED-AMOUNT
      END-IF
      END-IF
      MOVE "RECORD THIS COUNT ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF DELETING-IS-CONFIRMED
         PERFORM RECORD-FUND-COUNT
      END-IF
   END-IF.

   PERFORM GET-FUND-NUMBER.
*>_________________________________________________________________________

RECORD-FUND-COUNT.

   MOVE PCF-RECORD TO BK-PCF-RECORD.
   MOVE W-DAY-TODAY         TO PCF-LAST-COUNT-DATE.
   MOVE ENTRY-CASH-COUNTED  TO PCF-LAST-COUNT-CASH.
   MOVE W-RECEIPTS-ON-HAND  TO PCF-LAST-COUNT-RECEIPTS.
   MOVE W-REPLENISH-PENDING TO PCF-LAST-COUNT-PENDING.
   MOVE W-CURRENT-USER-ID   TO PCF-LAST-COUNT-BY.
   REWRITE PCF-RECORD
      INVALID KEY
         MOVE "REWRITE"  TO W-EXCLOG-OPERATION
         MOVE PCF-FUND   TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "ERROR WHILE RECORDING THE COUNT !"
      NOT INVALID KEY
         MOVE "PETTYFUND"   TO W-SYSAUD-RECORD-TYPE
         MOVE "COUNT"       TO W-SYSAUD-ACTION
         MOVE PCF-FUND      TO W-SYSAUD-KEY
         MOVE BK-PCF-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE PCF-RECORD    TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- COUNT RECORDED ! -----"
   END-REWRITE.
*>_________________________________________________________________________

OVER-SHORT-REPORT-MODULE.

*>   Every fund of the company with its latest count. A fund never
*>   counted is listed without an over/short.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   OPEN OUTPUT PRINTER-FILE.

   MOVE 0 TO PAGE-NUMBER.
   MOVE ZEROS TO W-FUNDS-PRINTED W-FUNDS-SHORT.
   MOVE ZEROS TO W-TOTAL-AUTHORIZED W-TOTAL-CASH W-TOTAL-RECEIPTS
                 W-TOTAL-PENDING W-TOTAL-OVER-SHORT.
   PERFORM PRINT-HEADINGS.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO PCF-FUND.
   START PETTY-CASH-FUND-FILE KEY IS NOT LESS THAN PCF-FUND
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM REPORT-NEXT-FUND UNTIL END-OF-FILE.

   PERFORM PRINT-REPORT-TOTALS.

   PERFORM FINALIZE-PAGE.

   CLOSE PRINTER-FILE.

   MOVE "PETTY-OVERSHORT" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.

   DISPLAY W-FUNDS-PRINTED " FUND(S) LISTED, " W-FUNDS-SHORT
           " SHORT - SEE petty-cash-over-short.prn".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

REPORT-NEXT-FUND.

   READ PETTY-CASH-FUND-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PCF-COMPANY EQUAL W-SESSION-COMPANY
            PERFORM PRINT-FUND-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-FUND-LINE.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-HEADINGS.

   MOVE SPACES TO DETAIL-1.
   MOVE PCF-FUND              TO D-FUND.
   MOVE PCF-BRANCH-NAME       TO D-BRANCH.
   MOVE PCF-CUSTODIAN         TO D-CUSTODIAN.
   MOVE PCF-AUTHORIZED-AMOUNT TO D-AUTHORIZED.
   ADD PCF-AUTHORIZED-AMOUNT  TO W-TOTAL-AUTHORIZED.

   IF PCF-LAST-COUNT-DATE EQUAL ZEROS
      MOVE "UNCOUNTED" TO D-COUNT-DATE
   ELSE
      COMPUTE DUMMY-FOR-DATE-12 = PCF-LAST-COUNT-DATE * 10000.0001
      MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY
      MOVE W-DATE-MMDDYYYY TO W-DATE-EDITED
      MOVE W-DATE-EDITED TO D-COUNT-DATE
      MOVE PCF-LAST-COUNT-CASH     TO D-CASH-COUNTED
      MOVE PCF-LAST-COUNT-RECEIPTS TO D-RECEIPTS
      MOVE PCF-LAST-COUNT-PENDING  TO D-PENDING
      COMPUTE W-OVER-SHORT = PCF-LAST-COUNT-CASH + PCF-LAST-COUNT-RECEIPTS
                           + PCF-LAST-COUNT-PENDING - PCF-AUTHORIZED-AMOUNT
      MOVE W-OVER-SHORT TO D-OVER-SHORT
      ADD PCF-LAST-COUNT-CASH     TO W-TOTAL-CASH
      ADD PCF-LAST-COUNT-RECEIPTS TO W-TOTAL-RECEIPTS
      ADD PCF-LAST-COUNT-PENDING  TO W-TOTAL-PENDING
      ADD W-OVER-SHORT            TO W-TOTAL-OVER-SHORT
      IF W-OVER-SHORT LESS THAN ZEROS
         ADD 1 TO W-FUNDS-SHORT.

   MOVE DETAIL-1 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   ADD 1 TO W-PRINTED-LINES.
   ADD 1 TO W-FUNDS-PRINTED.
*>_________________________________________________________________________

PRINT-REPORT-TOTALS.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-HEADINGS.

   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   ADD 1 TO W-PRINTED-LINES.

   MOVE SPACES TO TOTAL-LINE.
   MOVE "TOTAL - ALL FUNDS"     TO D-TOTAL-LABEL.
   MOVE W-TOTAL-AUTHORIZED      TO D-TOTAL-AUTHORIZED.
   MOVE W-TOTAL-CASH            TO D-TOTAL-CASH.
   MOVE W-TOTAL-RECEIPTS        TO D-TOTAL-RECEIPTS.
   MOVE W-TOTAL-PENDING         TO D-TOTAL-PENDING.
   MOVE W-TOTAL-OVER-SHORT      TO D-TOTAL-OVER-SHORT.
   MOVE TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD BEFORE ADVANCING 1.
   ADD 1 TO W-PRINTED-LINES.
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
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
