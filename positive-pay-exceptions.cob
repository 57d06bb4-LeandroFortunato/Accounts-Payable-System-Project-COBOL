IDENTIFICATION DIVISION.
PROGRAM-ID. positive-pay-exceptions.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLPPEXC.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLXMIT.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

      SELECT EXCEPTION-IMPORT-FILE
             ASSIGN TO "positive-pay-exceptions.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT DECISION-FILE
             ASSIGN TO "positive-pay-decisions.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "positive-pay-returns.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDPPEXC.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDXMIT.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

      FD EXCEPTION-IMPORT-FILE
         LABEL RECORDS ARE OMITTED.
*>    The bank's daily positive-pay exceptions, one presented item per
*>    line: our account code, the check number, why the bank held it
*>    (AM amount differs from the issue file, NI never issued, PD
*>    already paid, VD issued but voided), the amount presented
*>    (implied two decimals), the date presented and the payee name
*>    the bank read off the item.
      01 EXCEPTION-IMPORT-RECORD.
         05 EI-BANK-CODE           PIC X(03).
         05 FILLER                 PIC X(01).
         05 EI-CHECK-NUMBER        PIC 9(06).
         05 FILLER                 PIC X(01).
         05 EI-EXCEPTION-CODE      PIC X(02).
         05 FILLER                 PIC X(01).
         05 EI-PRESENTED-AMOUNT    PIC 9(8)V99.
         05 FILLER                 PIC X(01).
         05 EI-PRESENTED-DATE      PIC 9(08).
         05 FILLER                 PIC X(01).
         05 EI-PAYEE               PIC X(30).

      FD DECISION-FILE
         LABEL RECORDS ARE OMITTED.
      01 DECISION-RECORD           PIC X(80).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(132).

      COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscompany.cbl".
      COPY "wscase01.cbl".
      COPY "wsxmit.cbl".

*>    The bank's fixed-length decision layout: one record per
*>    exception item, P to pay it or R to return it, and a trailer.
      01 DR-DETAIL.
         05 DR-RECORD-TYPE                PIC X(01) VALUE "D".
         05 DR-BANK-CODE                  PIC X(03).
         05 DR-CHECK-NUMBER               PIC 9(06).
         05 DR-PRESENTED-DATE             PIC 9(08).
         05 DR-PRESENTED-AMOUNT           PIC 9(08)V99.
         05 DR-DECISION                   PIC X(01).
         05 DR-REASON                     PIC X(40).
         05 FILLER                        PIC X(11) VALUE SPACES.

      01 DR-TRAILER.
         05 FILLER                        PIC X(01) VALUE "T".
         05 DR-PAY-COUNT                  PIC 9(06).
         05 DR-RETURN-COUNT               PIC 9(06).
         05 DR-TOTAL-AMOUNT               PIC 9(11)V99.
         05 FILLER                        PIC X(54) VALUE SPACES.

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 4.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 W-TIME-NOW-HHMM               PIC 9(4).
         05 FILLER                        PIC X(9).

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-CHECKREG-RECORD          PIC X.
         88 FOUND-CHECKREG-RECORD         VALUE "Y".

      01 W-FOUND-VENDOR-RECORD            PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-PPEXC-RECORD             PIC X.
         88 FOUND-PPEXC-RECORD            VALUE "Y".

      01 W-STOP-DECIDING                  PIC X.
         88 STOP-DECIDING                 VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ACTION-IS-CONFIRMED           VALUE "Y".

      01 W-DECISION-ENTRY                 PIC X.
         88 DECISION-PAY                  VALUE "P".
         88 DECISION-RETURN               VALUE "R".
         88 DECISION-STOP                 VALUE "X".
         88 DECISION-KEEP                 VALUE " ".

      01 REPORT-TITLE.
         05 FILLER                  PIC X(40) VALUE SPACES.
         05 FILLER                  PIC X(50) VALUE "POSITIVE-PAY RETURNED ITEMS LOG".
         05 FILLER                  PIC X(20) VALUE SPACES.
         05 FILLER                  PIC X(05) VALUE "PAGE:".
         05 PAGE-NUMBER             PIC 9(04) VALUE 0.

      01 HEADING-1.
         05 FILLER                  PIC X(41) VALUE "PRESENTED  BNK CHECK  EXCEPTION".
         05 FILLER                  PIC X(31) VALUE "  PRESENTED AMT     ISSUED AMT".
         05 FILLER                  PIC X(31) VALUE " VOUCHER DECIDED BY SENT".
         05 FILLER                  PIC X(29) VALUE "VOID STATUS".

      01 HEADING-2.
         05 FILLER                  PIC X(41) VALUE "========== === ====== ==================".
         05 FILLER                  PIC X(31) VALUE " ============= ==============".
         05 FILLER                  PIC X(31) VALUE " ======= ========== ==========".
         05 FILLER                  PIC X(29) VALUE "=============================".

      01 DETAIL-1.
         05 D-PRESENTED-DATE        PIC 99/99/9999.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-BANK-CODE             PIC X(03).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-CHECK-NUMBER          PIC 9(06).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-EXCEPTION             PIC X(18).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 D-PRESENTED-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-ISSUED-AMOUNT         PIC ZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-VOUCHER               PIC Z(6)9 BLANK WHEN ZERO.
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-DECIDED-BY            PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-SENT-DATE             PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACES.
         05 D-VOID-STATUS           PIC X(29).

      01 DETAIL-2.
         05 FILLER                  PIC X(15) VALUE SPACES.
         05 FILLER                  PIC X(08) VALUE "REASON: ".
         05 D-REASON                PIC X(40).

      01 W-PRINTED-LINES            PIC 99.
         88 PAGE-FULL               VALUE 50 THROUGH 99.

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-CUTOFF-HHMM                    PIC 9(04).
      77 W-EXCEPTION-TEXT                 PIC X(18).
      77 W-REGISTER-TEXT                  PIC X(30).
      77 W-VOID-TEXT                      PIC X(29).
      77 W-DECISION-TEXT                  PIC X(06).
      77 W-SUGGESTED-TEXT                 PIC X(06).
      77 W-ISSUED-PAYEE                   PIC X(30).
      77 ENTRY-REASON                     PIC X(40).
      77 W-LINES-READ                     PIC 9(5).
      77 W-LINES-REJECTED                 PIC 9(5).
      77 W-ITEMS-LOADED                   PIC 9(5).
      77 W-ITEMS-ALREADY-LOADED           PIC 9(5).
      77 W-ITEMS-SHOWN                    PIC 9(5).
      77 W-ITEMS-DECIDED                  PIC 9(5).
      77 W-UNDECIDED-COUNT                PIC 9(5).
      77 W-TO-SEND-COUNT                  PIC 9(5).
      77 W-PAY-COUNT                      PIC 9(6).
      77 W-RETURN-COUNT                   PIC 9(6).
      77 W-SENT-TOTAL                     PIC S9(11)V99.
      77 W-RETURNS-LISTED                 PIC 9(5).
      77 W-VOIDS-PENDING                  PIC 9(5).
      77 W-EDITED-ISSUED                  PIC ZZ,ZZZ,ZZ9.99-.
      77 W-EDITED-PRESENTED               PIC ZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-ISSUED-DATE          PIC 99/99/9999.
      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 BK-PPEXC-RECORD                  PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "POSITIVE-PAY-EXCEPT".
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

*>   The other half of positive pay: the bank holds any presented
*>   check that does not match the issue file we sent it and lists
*>   it on its daily exception file.  The items are loaded and
*>   matched against the check register, a user decides to pay or
*>   return each one and says why, and the decisions go back to the
*>   bank before its cutoff.  A returned check still outstanding in
*>   the register waits on the void-check process, which voids it
*>   when its voucher is re-opened.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   OPEN I-O PPAY-EXCEPTION-FILE.
   OPEN INPUT CHECK-REGISTER-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM READ-THE-CONTROL-RECORD.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO

   CLOSE PPAY-EXCEPTION-FILE.
   CLOSE CHECK-REGISTER-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-THE-CONTROL-RECORD.

   MOVE ZEROS TO W-CUTOFF-HHMM.
   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE
         MOVE ZEROS  TO CONTROL-PPAY-CUTOFF-TIME
   END-READ.

   IF CONTROL-PPAY-CUTOFF-TIME NUMERIC
      MOVE CONTROL-PPAY-CUTOFF-TIME TO W-CUTOFF-HHMM.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                    POSITIVE-PAY EXCEPTIONS".
        DISPLAY " "
        DISPLAY "                   ----------------------------------------".
        DISPLAY "                   | 1 - IMPORT THE BANK'S EXCEPTIONS     |".
        DISPLAY "                   | 2 - DECIDE PAY / RETURN              |".
        DISPLAY "                   | 3 - SEND DECISIONS TO THE BANK       |".
        DISPLAY "                   | 4 - RETURNED ITEMS LOG               |".
        DISPLAY "                   | 0 - EXIT                             |".
        DISPLAY "                   ----------------------------------------".
        DISPLAY " "
        IF W-CUTOFF-HHMM NOT EQUAL ZEROS
           DISPLAY "                   THE BANK'S DECISION CUTOFF IS " W-CUTOFF-HHMM " (HHMM)"
        ELSE
           DISPLAY " "
        END-IF
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 09 TIMES.
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
      PERFORM DECIDE-MODULE.

   IF W-OPTION = 3
      PERFORM SEND-MODULE.

   IF W-OPTION = 4
      PERFORM RETURNS-LOG-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

IMPORT-MODULE.

   DISPLAY "                IMPORT THE BANK'S EXCEPTIONS".
   DISPLAY " ".
   DISPLAY "READS POSITIVE-PAY-EXCEPTIONS.TXT FROM THE BANK AND MATCHES EACH".
   DISPLAY "ITEM AGAINST THE CHECK REGISTER. ITEMS ALREADY LOADED ARE LEFT".
   DISPLAY "AS THEY ARE, SO THE SAME FILE MAY BE IMPORTED AGAIN.".
   DISPLAY " ".

   MOVE "DO YOU CONFIRM RUNNING THE IMPORT ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM CONFIRM-EXECUTION. *> force first loop
   PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF ACTION-IS-CONFIRMED
      PERFORM RUN-THE-IMPORT.
*>_________________________________________________________________________

RUN-THE-IMPORT.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE ZEROS TO W-LINES-READ.
   MOVE ZEROS TO W-LINES-REJECTED.
   MOVE ZEROS TO W-ITEMS-LOADED.
   MOVE ZEROS TO W-ITEMS-ALREADY-LOADED.

   OPEN INPUT EXCEPTION-IMPORT-FILE.
   MOVE "N" TO W-END-OF-FILE.
   PERFORM IMPORT-NEXT-LINE UNTIL END-OF-FILE.
   CLOSE EXCEPTION-IMPORT-FILE.

   DISPLAY " ".
   DISPLAY W-LINES-READ " LINE(S) READ, " W-ITEMS-LOADED " EXCEPTION(S) LOADED, "
           W-ITEMS-ALREADY-LOADED " ALREADY ON FILE.".
   IF W-LINES-REJECTED NOT EQUAL ZEROS
      DISPLAY W-LINES-REJECTED " LINE(S) NOT IN THE BANK'S LAYOUT WERE SKIPPED.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

IMPORT-NEXT-LINE.

   READ EXCEPTION-IMPORT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         ADD 1 TO W-LINES-READ
         PERFORM IMPORT-ONE-LINE
   END-READ.
*>_________________________________________________________________________

IMPORT-ONE-LINE.

   INSPECT EI-BANK-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   INSPECT EI-EXCEPTION-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   INSPECT EI-PAYEE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF EI-CHECK-NUMBER NOT NUMERIC
      OR EI-PRESENTED-AMOUNT NOT NUMERIC
      OR EI-PRESENTED-DATE NOT NUMERIC
      OR (EI-EXCEPTION-CODE NOT EQUAL "AM" AND NOT EQUAL "NI"
                            AND NOT EQUAL "PD" AND NOT EQUAL "VD")
      ADD 1 TO W-LINES-REJECTED
      DISPLAY "*** SKIPPED LINE " W-LINES-READ ": " EXCEPTION-IMPORT-RECORD(1:60)
   ELSE
      MOVE EI-PRESENTED-DATE TO PPEXC-PRESENTED-DATE
      MOVE EI-BANK-CODE      TO PPEXC-BANK-CODE
      MOVE EI-CHECK-NUMBER   TO PPEXC-CHECK-NUMBER
      MOVE "Y" TO W-FOUND-PPEXC-RECORD
      READ PPAY-EXCEPTION-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-PPEXC-RECORD
      END-READ
      IF FOUND-PPEXC-RECORD
         ADD 1 TO W-ITEMS-ALREADY-LOADED
      ELSE
         PERFORM ADD-EXCEPTION-ITEM.
*>_________________________________________________________________________

ADD-EXCEPTION-ITEM.

   MOVE SPACES              TO PPEXC-RECORD.
   MOVE EI-PRESENTED-DATE   TO PPEXC-PRESENTED-DATE.
   MOVE EI-BANK-CODE        TO PPEXC-BANK-CODE.
   MOVE EI-CHECK-NUMBER     TO PPEXC-CHECK-NUMBER.
   MOVE EI-EXCEPTION-CODE   TO PPEXC-EXCEPTION-CODE.
   MOVE EI-PRESENTED-AMOUNT TO PPEXC-PRESENTED-AMOUNT.
   MOVE EI-PAYEE            TO PPEXC-PRESENTED-PAYEE.
   MOVE W-DAY-TODAY         TO PPEXC-IMPORT-DATE.
   MOVE ZEROS               TO PPEXC-DECIDED-DATE.
   MOVE ZEROS               TO PPEXC-DECIDED-TIME.
   MOVE ZEROS               TO PPEXC-SENT-DATE.
   MOVE ZEROS               TO PPEXC-VOIDED-DATE.

   PERFORM MATCH-AGAINST-REGISTER.

   WRITE PPEXC-RECORD
      INVALID KEY
         MOVE "WRITE"            TO W-EXCLOG-OPERATION
         MOVE PPEXC-KEY          TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         ADD 1 TO W-ITEMS-LOADED
   END-WRITE.
*>_________________________________________________________________________

MATCH-AGAINST-REGISTER.

*>   A check of the same number drawn on another of our accounts is
*>   not this item: it counts as never issued.

   MOVE PPEXC-CHECK-NUMBER TO CHECKREG-CHECK-NUMBER.
   MOVE "Y" TO W-FOUND-CHECKREG-RECORD.
   READ CHECK-REGISTER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-CHECKREG-RECORD.

   IF FOUND-CHECKREG-RECORD
      AND CHECKREG-BANK-CODE EQUAL PPEXC-BANK-CODE
      MOVE CHECKREG-AMOUNT         TO PPEXC-ISSUED-AMOUNT
      MOVE CHECKREG-DATE-ISSUED    TO PPEXC-ISSUED-DATE
      MOVE CHECKREG-VOUCHER-NUMBER TO PPEXC-VOUCHER
      MOVE CHECKREG-VENDOR-NUMBER  TO PPEXC-VENDOR
      IF CHECKREG-IS-VOID
         MOVE "V" TO PPEXC-REGISTER-STATUS
      ELSE
      IF CHECKREG-IS-CLEARED
         MOVE "C" TO PPEXC-REGISTER-STATUS
      ELSE
         MOVE "O" TO PPEXC-REGISTER-STATUS
      END-IF
      END-IF
   ELSE
      MOVE "N"   TO PPEXC-REGISTER-STATUS
      MOVE ZEROS TO PPEXC-ISSUED-AMOUNT
      MOVE ZEROS TO PPEXC-ISSUED-DATE
      MOVE ZEROS TO PPEXC-VOUCHER
      MOVE ZEROS TO PPEXC-VENDOR.
*>_________________________________________________________________________

DECIDE-MODULE.

*>   Every item not yet sent to the bank comes up in turn; a decision
*>   already made may be changed until the decision file goes out.

   MOVE ZEROS TO W-ITEMS-SHOWN.
   MOVE ZEROS TO W-ITEMS-DECIDED.
   MOVE "N" TO W-STOP-DECIDING.

   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-EXCEPTION-ITEMS.
   PERFORM DECIDE-NEXT-ITEM UNTIL END-OF-FILE OR STOP-DECIDING.

   PERFORM CLEAR-SCREEN.
   IF W-ITEMS-SHOWN EQUAL ZEROS
      DISPLAY "NO EXCEPTION ITEMS ARE WAITING ON A DECISION ! <ENTER> TO CONTINUE"
   ELSE
      DISPLAY W-ITEMS-DECIDED " DECISION(S) RECORDED. <ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

START-EXCEPTION-ITEMS.

   MOVE LOW-VALUES TO PPEXC-KEY.
   START PPAY-EXCEPTION-FILE KEY IS NOT LESS THAN PPEXC-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

DECIDE-NEXT-ITEM.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PPEXC-SENT-DATE EQUAL ZEROS
            ADD 1 TO W-ITEMS-SHOWN
            PERFORM SHOW-EXCEPTION-ITEM
            PERFORM GET-DECISION-FOR-ITEM
         END-IF
   END-READ.
*>_________________________________________________________________________

SHOW-EXCEPTION-ITEM.

   PERFORM SET-EXCEPTION-TEXTS.

   MOVE SPACES TO W-ISSUED-PAYEE.
   IF PPEXC-VENDOR NOT EQUAL ZEROS
      MOVE PPEXC-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF FOUND-VENDOR-RECORD
         IF VENDOR-REMIT-NAME NOT EQUAL SPACES
            MOVE VENDOR-REMIT-NAME TO W-ISSUED-PAYEE
         ELSE
            MOVE VENDOR-NAME TO W-ISSUED-PAYEE.

   MOVE PPEXC-ISSUED-AMOUNT    TO W-EDITED-ISSUED.
   MOVE PPEXC-PRESENTED-AMOUNT TO W-EDITED-PRESENTED.

   COMPUTE DUMMY-FOR-DATE-12 = PPEXC-ISSUED-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-ISSUED-DATE.
   COMPUTE DUMMY-FOR-DATE-12 = PPEXC-PRESENTED-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.

   PERFORM CLEAR-SCREEN.
   DISPLAY "POSITIVE-PAY EXCEPTION - ACCOUNT " PPEXC-BANK-CODE
           "  CHECK " PPEXC-CHECK-NUMBER.
   DISPLAY " ".
   DISPLAY "BANK'S EXCEPTION.....: " W-EXCEPTION-TEXT.
   DISPLAY "REGISTER STATUS......: " W-REGISTER-TEXT.
   DISPLAY " ".
   DISPLAY "                         ISSUED (REGISTER)     PRESENTED (BANK)".
   DISPLAY "AMOUNT...............: " W-EDITED-ISSUED "        " W-EDITED-PRESENTED.
   DISPLAY "DATE.................: " W-FORMATTED-ISSUED-DATE "            "
           W-FORMATTED-DATE.
   DISPLAY "PAYEE (ISSUED).......: " W-ISSUED-PAYEE.
   DISPLAY "PAYEE (PRESENTED)....: " PPEXC-PRESENTED-PAYEE.
   IF PPEXC-VOUCHER NOT EQUAL ZEROS
      DISPLAY "VOUCHER / VENDOR.....: " PPEXC-VOUCHER " / " PPEXC-VENDOR.
   DISPLAY " ".
   DISPLAY "SUGGESTED............: " W-SUGGESTED-TEXT.
   IF NOT PPEXC-UNDECIDED
      DISPLAY "CURRENT DECISION.....: " W-DECISION-TEXT " BY " PPEXC-DECIDED-BY
      DISPLAY "REASON...............: " PPEXC-REASON.
   DISPLAY " ".
*>_________________________________________________________________________

SET-EXCEPTION-TEXTS.

   IF PPEXC-AMOUNT-MISMATCH
      MOVE "AMOUNT MISMATCH"    TO W-EXCEPTION-TEXT
   ELSE
   IF PPEXC-NOT-ISSUED
      MOVE "CHECK NOT ISSUED"   TO W-EXCEPTION-TEXT
   ELSE
   IF PPEXC-ALREADY-PAID
      MOVE "ALREADY PAID"       TO W-EXCEPTION-TEXT
   ELSE
      MOVE "VOIDED CHECK"       TO W-EXCEPTION-TEXT.

   IF PPEXC-REG-NOT-ON-FILE
      MOVE "NOT IN REGISTER FOR ACCOUNT" TO W-REGISTER-TEXT
   ELSE
   IF PPEXC-REG-VOID
      MOVE "VOIDED"                   TO W-REGISTER-TEXT
   ELSE
   IF PPEXC-REG-CLEARED
      MOVE "ALREADY CLEARED"          TO W-REGISTER-TEXT
   ELSE
      MOVE "OUTSTANDING"              TO W-REGISTER-TEXT.

*>   Only a check outstanding in the register for exactly the amount
*>   presented is suggested for payment.
   IF PPEXC-REG-OUTSTANDING
      AND PPEXC-ISSUED-AMOUNT EQUAL PPEXC-PRESENTED-AMOUNT
      AND NOT PPEXC-ALREADY-PAID
      MOVE "PAY"    TO W-SUGGESTED-TEXT
   ELSE
      MOVE "RETURN" TO W-SUGGESTED-TEXT.

   IF PPEXC-PAY
      MOVE "PAY"    TO W-DECISION-TEXT
   ELSE
   IF PPEXC-RETURN
      MOVE "RETURN" TO W-DECISION-TEXT
   ELSE
      MOVE SPACES   TO W-DECISION-TEXT.
*>_________________________________________________________________________

GET-DECISION-FOR-ITEM.

   DISPLAY "P = PAY   R = RETURN   <ENTER> = LEAVE AS IS   X = STOP".
   MOVE SPACES TO W-DECISION-ENTRY.
   ACCEPT W-DECISION-ENTRY.
   INSPECT W-DECISION-ENTRY CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF DECISION-STOP
      MOVE "Y" TO W-STOP-DECIDING
   ELSE
   IF DECISION-PAY OR DECISION-RETURN
      PERFORM GET-DECISION-REASON
   ELSE
   IF NOT DECISION-KEEP
      DISPLAY "INVALID CHOICE - ITEM LEFT AS IT IS ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

GET-DECISION-REASON.

   DISPLAY "REASON FOR THE DECISION (REQUIRED): ".
   MOVE SPACES TO ENTRY-REASON.
   ACCEPT ENTRY-REASON.
   INSPECT ENTRY-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-REASON EQUAL SPACES
      DISPLAY "A REASON MUST BE GIVEN - ITEM LEFT AS IT IS ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE SPACES TO MSG-CONFIRMATION
      IF DECISION-PAY
         STRING "PAY CHECK " PPEXC-CHECK-NUMBER " ? <Y/N>"
           DELIMITED BY SIZE INTO MSG-CONFIRMATION
         END-STRING
      ELSE
         STRING "RETURN CHECK " PPEXC-CHECK-NUMBER " UNPAID ? <Y/N>"
           DELIMITED BY SIZE INTO MSG-CONFIRMATION
         END-STRING
      END-IF
      PERFORM CONFIRM-EXECUTION *> force first loop
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
      IF ACTION-IS-CONFIRMED
         PERFORM RECORD-THE-DECISION.
*>_________________________________________________________________________

RECORD-THE-DECISION.

*>   A returned check still outstanding in the register must be voided
*>   so its voucher can be paid again; one the bank already paid, or
*>   that is void or was never issued, has nothing left to void.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE PPEXC-RECORD TO BK-PPEXC-RECORD.

   MOVE W-DECISION-ENTRY  TO PPEXC-DECISION.
   MOVE ENTRY-REASON      TO PPEXC-REASON.
   MOVE W-CURRENT-USER-ID TO PPEXC-DECIDED-BY.
   MOVE W-DAY-TODAY       TO PPEXC-DECIDED-DATE.
   MOVE W-TIME-NOW-HHMM   TO PPEXC-DECIDED-TIME.

   IF PPEXC-RETURN
      AND PPEXC-REG-OUTSTANDING
      AND NOT PPEXC-ALREADY-PAID
      MOVE "P"   TO PPEXC-VOID-STATUS
   ELSE
      MOVE SPACES TO PPEXC-VOID-STATUS.
   MOVE ZEROS TO PPEXC-VOIDED-DATE.

   REWRITE PPEXC-RECORD
      INVALID KEY
         MOVE "REWRITE"          TO W-EXCLOG-OPERATION
         MOVE PPEXC-KEY          TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR SAVING THE DECISION ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      NOT INVALID KEY
         ADD 1 TO W-ITEMS-DECIDED
         MOVE "PPAYDECIDE"       TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"           TO W-SYSAUD-ACTION
         MOVE SPACES             TO W-SYSAUD-KEY
         STRING PPEXC-BANK-CODE PPEXC-CHECK-NUMBER
           DELIMITED BY SIZE INTO W-SYSAUD-KEY
         END-STRING
         MOVE BK-PPEXC-RECORD    TO W-SYSAUD-BEFORE-IMAGE
         MOVE PPEXC-RECORD       TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

SEND-MODULE.

   DISPLAY "                SEND DECISIONS TO THE BANK".
   DISPLAY " ".

   MOVE ZEROS TO W-TO-SEND-COUNT.
   MOVE ZEROS TO W-UNDECIDED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-EXCEPTION-ITEMS.
   PERFORM COUNT-NEXT-UNSENT-ITEM UNTIL END-OF-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   IF W-TO-SEND-COUNT EQUAL ZEROS
      DISPLAY "NO DECISIONS ARE WAITING TO BE SENT ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      DISPLAY W-TO-SEND-COUNT " DECISION(S) READY TO SEND."
      IF W-UNDECIDED-COUNT NOT EQUAL ZEROS
         DISPLAY "*** " W-UNDECIDED-COUNT " ITEM(S) ARE STILL UNDECIDED - THE BANK"
         DISPLAY "    APPLIES ITS DEFAULT TO ANY NOT DECIDED BY THE CUTOFF ! ***"
      END-IF
      IF W-CUTOFF-HHMM NOT EQUAL ZEROS
         IF W-TIME-NOW-HHMM GREATER THAN W-CUTOFF-HHMM
            DISPLAY "*** IT IS PAST THE BANK'S CUTOFF OF " W-CUTOFF-HHMM
                    " - DECISIONS SENT NOW MAY NOT BE HONORED"
            DISPLAY "    TODAY; CALL THE BANK TO CONFIRM THEM ! ***"
         ELSE
            DISPLAY "THE BANK'S CUTOFF IS " W-CUTOFF-HHMM " (HHMM)."
         END-IF
      END-IF
      DISPLAY " "
      MOVE "DO YOU CONFIRM SENDING THE DECISIONS TO THE BANK ? <Y/N>"
        TO MSG-CONFIRMATION
      PERFORM CONFIRM-EXECUTION *> force first loop
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
      IF ACTION-IS-CONFIRMED
         PERFORM WRITE-THE-DECISION-FILE.
*>_________________________________________________________________________

COUNT-NEXT-UNSENT-ITEM.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PPEXC-SENT-DATE EQUAL ZEROS
            IF PPEXC-UNDECIDED
               ADD 1 TO W-UNDECIDED-COUNT
            ELSE
               ADD 1 TO W-TO-SEND-COUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

WRITE-THE-DECISION-FILE.

   MOVE ZEROS TO W-PAY-COUNT.
   MOVE ZEROS TO W-RETURN-COUNT.
   MOVE ZEROS TO W-SENT-TOTAL.

   OPEN OUTPUT DECISION-FILE.

   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-EXCEPTION-ITEMS.
   PERFORM SEND-NEXT-DECISION UNTIL END-OF-FILE.

   MOVE W-PAY-COUNT    TO DR-PAY-COUNT.
   MOVE W-RETURN-COUNT TO DR-RETURN-COUNT.
   MOVE W-SENT-TOTAL   TO DR-TOTAL-AMOUNT.
   MOVE DR-TRAILER TO DECISION-RECORD.
   WRITE DECISION-RECORD.

   CLOSE DECISION-FILE.

   MOVE "POSITIVE-PAY-DECIDE"        TO W-XMIT-PROGRAM.
   MOVE "positive-pay-decisions.txt" TO W-XMIT-FILE-NAME.
   COMPUTE W-XMIT-RECORD-COUNT = W-PAY-COUNT + W-RETURN-COUNT.
   MOVE W-SENT-TOTAL                 TO W-XMIT-TOTAL-AMOUNT.
   MOVE 1                            TO W-XMIT-DEADLINE-DAYS.
   PERFORM LOG-TRANSMISSION.

   DISPLAY " ".
   DISPLAY W-PAY-COUNT " ITEM(S) TO PAY AND " W-RETURN-COUNT
           " TO RETURN WRITTEN TO POSITIVE-PAY-DECISIONS.TXT.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

SEND-NEXT-DECISION.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PPEXC-SENT-DATE EQUAL ZEROS AND NOT PPEXC-UNDECIDED
            PERFORM SEND-ONE-DECISION
         END-IF
   END-READ.
*>_________________________________________________________________________

SEND-ONE-DECISION.

   MOVE PPEXC-BANK-CODE        TO DR-BANK-CODE.
   MOVE PPEXC-CHECK-NUMBER     TO DR-CHECK-NUMBER.
   MOVE PPEXC-PRESENTED-DATE   TO DR-PRESENTED-DATE.
   MOVE PPEXC-PRESENTED-AMOUNT TO DR-PRESENTED-AMOUNT.
   MOVE PPEXC-DECISION         TO DR-DECISION.
   MOVE PPEXC-REASON           TO DR-REASON.
   MOVE DR-DETAIL TO DECISION-RECORD.
   WRITE DECISION-RECORD.

   IF PPEXC-PAY
      ADD 1 TO W-PAY-COUNT
   ELSE
      ADD 1 TO W-RETURN-COUNT.
   ADD PPEXC-PRESENTED-AMOUNT TO W-SENT-TOTAL.

   MOVE W-DAY-TODAY TO PPEXC-SENT-DATE.
   REWRITE PPEXC-RECORD
      INVALID KEY
         MOVE "REWRITE"          TO W-EXCLOG-OPERATION
         MOVE PPEXC-KEY          TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

RETURNS-LOG-MODULE.

*>   Every item we returned, with where its void stands.  A check the
*>   register now shows void - by the voucher re-open or any other
*>   void - is marked voided on the way through.

   DISPLAY "                   RETURNED ITEMS LOG".
   DISPLAY " ".

   MOVE ZEROS TO W-RETURNS-LISTED.
   MOVE ZEROS TO W-VOIDS-PENDING.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.
   PERFORM PRINT-HEADINGS.

   MOVE "N" TO W-END-OF-FILE.
   PERFORM START-EXCEPTION-ITEMS.
   PERFORM LIST-NEXT-RETURNED-ITEM UNTIL END-OF-FILE.

   MOVE SPACES TO PRINTER-RECORD.
   IF W-RETURNS-LISTED EQUAL ZEROS
      MOVE "NO ITEMS HAVE BEEN RETURNED TO THE BANK." TO PRINTER-RECORD
   ELSE
      STRING W-RETURNS-LISTED " ITEM(S) RETURNED, "
             W-VOIDS-PENDING " STILL WAITING ON THE CHECK TO BE VOIDED."
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING.
   WRITE PRINTER-RECORD AFTER ADVANCING 2.

   PERFORM FINALIZE-PAGE.
   CLOSE PRINTER-FILE.

   MOVE "PPAY-RETURNS" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.

   DISPLAY W-RETURNS-LISTED " RETURNED ITEM(S), " W-VOIDS-PENDING
           " WAITING ON A VOID - SEE POSITIVE-PAY-RETURNS.PRN.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-RETURNED-ITEM.

   READ PPAY-EXCEPTION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PPEXC-RETURN
            IF PPEXC-VOID-PENDING
               PERFORM CHECK-RETURN-NOW-VOIDED
            END-IF
            PERFORM PRINT-RETURNED-ITEM
         END-IF
   END-READ.
*>_________________________________________________________________________

CHECK-RETURN-NOW-VOIDED.

   MOVE PPEXC-CHECK-NUMBER TO CHECKREG-CHECK-NUMBER.
   MOVE "Y" TO W-FOUND-CHECKREG-RECORD.
   READ CHECK-REGISTER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-CHECKREG-RECORD.

   IF FOUND-CHECKREG-RECORD AND CHECKREG-IS-VOID
      MOVE "V"                TO PPEXC-VOID-STATUS
      MOVE CHECKREG-VOID-DATE TO PPEXC-VOIDED-DATE
      REWRITE PPEXC-RECORD
         INVALID KEY
            MOVE "REWRITE"    TO W-EXCLOG-OPERATION
            MOVE PPEXC-KEY    TO W-EXCLOG-KEY
            PERFORM LOG-EXCEPTION-ENTRY
      END-REWRITE.
*>_________________________________________________________________________

PRINT-RETURNED-ITEM.

   ADD 1 TO W-RETURNS-LISTED.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-HEADINGS.

   PERFORM SET-EXCEPTION-TEXTS.
   PERFORM SET-VOID-TEXT.

   MOVE SPACES TO DETAIL-1.
   COMPUTE DUMMY-FOR-DATE-12 = PPEXC-PRESENTED-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12      TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY      TO D-PRESENTED-DATE.
   MOVE PPEXC-BANK-CODE        TO D-BANK-CODE.
   MOVE PPEXC-CHECK-NUMBER     TO D-CHECK-NUMBER.
   MOVE W-EXCEPTION-TEXT       TO D-EXCEPTION.
   MOVE PPEXC-PRESENTED-AMOUNT TO D-PRESENTED-AMOUNT.
   MOVE PPEXC-ISSUED-AMOUNT    TO D-ISSUED-AMOUNT.
   MOVE PPEXC-VOUCHER          TO D-VOUCHER.
   MOVE PPEXC-DECIDED-BY       TO D-DECIDED-BY.
   IF PPEXC-SENT-DATE EQUAL ZEROS
      MOVE "NOT SENT"          TO D-SENT-DATE
   ELSE
      COMPUTE DUMMY-FOR-DATE-12 = PPEXC-SENT-DATE * 10000.0001
      MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY
      MOVE W-DATE-MM-DD-CCYY   TO W-FORMATTED-DATE
      MOVE W-FORMATTED-DATE    TO D-SENT-DATE.
   MOVE W-VOID-TEXT            TO D-VOID-STATUS.

   MOVE DETAIL-1 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.

   MOVE PPEXC-REASON TO D-REASON.
   MOVE DETAIL-2 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.
   ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

SET-VOID-TEXT.

   MOVE SPACES TO W-VOID-TEXT.

   IF PPEXC-VOID-PENDING
      ADD 1 TO W-VOIDS-PENDING
      MOVE "VOID PENDING - REOPEN VOUCHER" TO W-VOID-TEXT
   ELSE
   IF PPEXC-VOID-DONE
      COMPUTE DUMMY-FOR-DATE-12 = PPEXC-VOIDED-DATE * 10000.0001
      MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
      MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
      STRING "VOIDED " W-FORMATTED-DATE
        DELIMITED BY SIZE INTO W-VOID-TEXT
      END-STRING
   ELSE
   IF PPEXC-REG-NOT-ON-FILE
      MOVE "NOT ISSUED - NOTHING TO VOID" TO W-VOID-TEXT
   ELSE
   IF PPEXC-REG-VOID
      MOVE "ALREADY VOID"                 TO W-VOID-TEXT
   ELSE
      MOVE "ORIGINAL CHECK STANDS"        TO W-VOID-TEXT.
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
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
COPY "PLPRINT.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
