         COPY "SLASSIGN.CBL".
         COPY "SLBANK.CBL".
         COPY "SLCHKSTK.CBL".
         COPY "SLSPOIL.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".
         COPY "FDASSIGN.CBL".
         COPY "FDBANK.CBL".
         COPY "FDCHKSTK.CBL".
         COPY "FDSPOIL.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".
         COPY "wscase01.cbl".
         COPY "wsassign.cbl".
         COPY "wswords.cbl".
         COPY "wsspoil.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".

         01 W-RUN-MENU-OPTION         PIC 9.
            88 VALID-RUN-MENU-OPTION VALUE 0 THROUGH 3.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".
            88 REPRINT-IS-CONFIRMED  VALUE "Y".
            88 SPOIL-IS-CONFIRMED    VALUE "Y".

         01 W-FOUND-SPOIL-RECORD      PIC X.
            88 FOUND-SPOIL-RECORD    VALUE "Y".

         01 W-PAYMENT-DESTINATION.
            05 W-PAYMENT-NAME          PIC X(30).
         77 W-REGISTER-CHECK-COUNT    PIC 9(6).
         77 W-REGISTER-TOTAL          PIC S9(9)V99.
         77 W-PRINTED-LINES           PIC 99.
         77 ENTRY-SPOIL-REASON        PIC X(30).
         77 W-SPOILED-COUNT           PIC 9(5).
         77 W-REOPENED-COUNT          PIC 9(5).
         77 W-REGISTER-SPOILED-COUNT  PIC 9(6).
         77 W-REGISTER-VOID-COUNT     PIC 9(6).
         77 W-RECON-LOW               PIC 9(6).
         77 W-RECON-HIGH              PIC 9(6).
         77 W-RECON-NUMBER            PIC 9(6).
         77 W-RECON-FORMS             PIC 9(6).
         77 W-OTHER-RUN-COUNT         PIC 9(6).
         77 W-MISSING-COUNT           PIC 9(6).

         77 CHECK-FORMATTED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
         77 CHECK-FORMATTED-DATE      PIC 99/99/9999.
   OPEN I-O VOUCHER-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN I-O BANK-ACCOUNT-FILE.
   OPEN I-O CHECK-STOCK-FILE.
   OPEN I-O SPOILED-CHECK-FILE.
   OPEN INPUT FISCAL-CALENDAR-FILE.
   OPEN INPUT ASSIGNMENT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

     CLOSE ASSIGNMENT-FILE.
   CLOSE BANK-ACCOUNT-FILE.
   CLOSE CHECK-STOCK-FILE.
   CLOSE SPOILED-CHECK-FILE.
   CLOSE FISCAL-CALENDAR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.
         DISPLAY "                              ------------------------------".
         DISPLAY "                              | 1 - PRINT RUN REGISTER     |".
         DISPLAY "                              | 2 - REPRINT RANGE (JAM)    |".
         DISPLAY "                              | 3 - SPOIL CHECK NUMBERS    |".
         DISPLAY "                              | 0 - EXIT                   |".
         DISPLAY "                              ------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-RUN-MENU-OPTION.

        IF W-RUN-MENU-OPTION EQUAL ZERO
   IF W-RUN-MENU-OPTION = 2
      PERFORM REPRINT-MODULE.

   IF W-RUN-MENU-OPTION = 3
      PERFORM SPOIL-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-RUN-MENU-OPTION EQUAL ZERO
     DISPLAY "RUN TOTAL..........: " CHECK-FORMATTED-AMOUNT.
     DISPLAY "STARTED BY.........: " PAYRUN-CREATED-BY.
     DISPLAY "STATUS.............: " PAYRUN-STATUS.
     IF PAYRUN-IS-OPEN
        AND PAYRUN-RESUME-CHECK NUMERIC
        AND PAYRUN-RESUME-CHECK NOT EQUAL ZEROS
        DISPLAY "CHECKPOINT.........: CHECK " PAYRUN-LAST-CHECK
                " VENDOR " PAYRUN-LAST-VENDOR
                " - NEXT DRAWN " PAYRUN-RESUME-CHECK.
     PERFORM JUMP-LINE.
*>_________________________________________________________________________


     MOVE ZEROS TO W-REGISTER-CHECK-COUNT.
     MOVE ZEROS TO W-REGISTER-TOTAL.
     MOVE ZEROS TO W-REGISTER-SPOILED-COUNT.
     MOVE ZEROS TO W-REGISTER-VOID-COUNT.
     MOVE ZEROS TO W-RECON-LOW.
     MOVE ZEROS TO W-RECON-HIGH.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO CHECKREG-CHECK-NUMBER.
     START CHECK-REGISTER-FILE KEY IS NOT LESS THAN CHECKREG-CHECK-NUMBER
     END-STRING.
     WRITE PRINTER-RECORD.

     PERFORM PRINT-STOCK-RECONCILIATION.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "TREASURY APPROVAL: ____________________________  DATE: __________"
                 MOVE "** Not found **" TO D-VENDOR-NAME
              END-IF
              MOVE CHECKREG-AMOUNT TO D-AMOUNT
              IF W-RECON-LOW EQUAL ZEROS
                 MOVE CHECKREG-CHECK-NUMBER TO W-RECON-LOW
              END-IF
              MOVE CHECKREG-CHECK-NUMBER TO W-RECON-HIGH
              IF CHECKREG-IS-VOID
                 MOVE CHECKREG-CHECK-NUMBER TO SPOIL-CHECK-NUMBER
                 MOVE "Y" TO W-FOUND-SPOIL-RECORD
                 READ SPOILED-CHECK-FILE RECORD
                    INVALID KEY
                       MOVE "N" TO W-FOUND-SPOIL-RECORD
                 END-READ
                 IF FOUND-SPOIL-RECORD
                    MOVE "SPOIL" TO D-VOID-FLAG
                    ADD 1 TO W-REGISTER-SPOILED-COUNT
                 ELSE
                    MOVE "VOID" TO D-VOID-FLAG
                    ADD 1 TO W-REGISTER-VOID-COUNT
                 END-IF
              ELSE
                 MOVE SPACES TO D-VOID-FLAG
                 ADD 1 TO W-REGISTER-CHECK-COUNT
     END-READ.
*>_________________________________________________________________________

PRINT-STOCK-RECONCILIATION.

*>   Every serial number between the first and last this run drew must
*>   be a live check, a spoiled form or a void on the register. A number
*>   in between that another run drew (a later reprint, say) is shown
*>   but not held against this one; a number on nobody's register is.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "CHECK STOCK RECONCILIATION" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE ALL "-" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE ZEROS TO W-RECON-FORMS.
     MOVE ZEROS TO W-OTHER-RUN-COUNT.
     MOVE ZEROS TO W-MISSING-COUNT.

     IF W-RECON-LOW NOT EQUAL ZEROS
        COMPUTE W-RECON-FORMS = W-RECON-HIGH - W-RECON-LOW + 1
        MOVE W-RECON-LOW TO W-RECON-NUMBER
        PERFORM RECONCILE-ONE-NUMBER
           UNTIL W-RECON-NUMBER GREATER THAN W-RECON-HIGH.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "STOCK NUMBERS USED.: " W-RECON-LOW " - " W-RECON-HIGH
            "   FORMS: " W-RECON-FORMS
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "PRINTED (LIVE).....: " W-REGISTER-CHECK-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "SPOILED............: " W-REGISTER-SPOILED-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "VOIDED.............: " W-REGISTER-VOID-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "OTHER RUNS.........: " W-OTHER-RUN-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "UNACCOUNTED FOR....: " W-MISSING-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     IF W-MISSING-COUNT EQUAL ZEROS
        MOVE "EVERY FORM DRAWN IS ACCOUNTED FOR." TO PRINTER-RECORD
     ELSE
        MOVE "*** OUT OF BALANCE - FIND THE FORMS LISTED ABOVE AND SPOIL OR VOID THEM ***"
          TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     PERFORM PRINT-RUN-SPOILED-FORMS.
     PERFORM PRINT-STOCK-BOXES-USED.
*>_________________________________________________________________________

RECONCILE-ONE-NUMBER.

     MOVE W-RECON-NUMBER TO CHECKREG-CHECK-NUMBER.
     MOVE "Y" TO W-FOUND-CHECKREG-RECORD.
     READ CHECK-REGISTER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-CHECKREG-RECORD.

     IF NOT FOUND-CHECKREG-RECORD
        ADD 1 TO W-MISSING-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "   CHECK " W-RECON-NUMBER " IS ON NO REGISTER - UNACCOUNTED FOR"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF CHECKREG-RUN-NUMBER NOT EQUAL ENTRY-RUN-NUMBER
        ADD 1 TO W-OTHER-RUN-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "   CHECK " W-RECON-NUMBER " BELONGS TO RUN " CHECKREG-RUN-NUMBER
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.

     ADD 1 TO W-RECON-NUMBER.
*>_________________________________________________________________________

PRINT-RUN-SPOILED-FORMS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "SPOILED FORMS     DATE      BY          REASON" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ENTRY-RUN-NUMBER TO SPOIL-RUN-NUMBER.
     START SPOILED-CHECK-FILE KEY IS NOT LESS THAN SPOIL-RUN-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM PRINT-ONE-SPOILED-FORM UNTIL END-OF-FILE.
*>_________________________________________________________________________

PRINT-ONE-SPOILED-FORM.

     READ SPOILED-CHECK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SPOIL-RUN-NUMBER NOT EQUAL ENTRY-RUN-NUMBER
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              MOVE SPACES TO PRINTER-RECORD
              STRING "   " SPOIL-CHECK-NUMBER "       " SPOIL-DATE
                     "  " SPOIL-BY "  " SPOIL-REASON
                DELIMITED BY SIZE INTO PRINTER-RECORD
              END-STRING
              WRITE PRINTER-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-STOCK-BOXES-USED.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "STOCK BOXES DRAWN ON       BANK  STATUS    SPOILED TO DATE" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "N" TO W-END-OF-STOCK-FILE.
     MOVE ZEROS TO CHKSTK-RANGE-START.
     START CHECK-STOCK-FILE KEY IS NOT LESS THAN CHKSTK-RANGE-START
        INVALID KEY
           MOVE "Y" TO W-END-OF-STOCK-FILE.

     PERFORM PRINT-ONE-STOCK-BOX-USED UNTIL END-OF-STOCK-FILE.
*>_________________________________________________________________________

PRINT-ONE-STOCK-BOX-USED.

     READ CHECK-STOCK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-STOCK-FILE
        NOT AT END
           IF W-RECON-LOW NOT EQUAL ZEROS
              AND CHKSTK-RANGE-START NOT GREATER THAN W-RECON-HIGH
              AND CHKSTK-RANGE-END NOT LESS THAN W-RECON-LOW
              IF CHKSTK-SPOILED-COUNT NOT NUMERIC
                 MOVE ZEROS TO CHKSTK-SPOILED-COUNT
              END-IF
              MOVE SPACES TO PRINTER-RECORD
              STRING "   " CHKSTK-RANGE-START " - " CHKSTK-RANGE-END
                     "        " CHKSTK-BANK-CODE "   " CHKSTK-STATUS
                     "  " CHKSTK-SPOILED-COUNT
                DELIMITED BY SIZE INTO PRINTER-RECORD
              END-STRING
              WRITE PRINTER-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

REPRINT-MODULE.

     PERFORM GET-AN-EXISTANT-RUN-NUMBER.
     ACCEPT ENTRY-RANGE-START.
     DISPLAY "LAST SPOILED CHECK NUMBER.: ".
     ACCEPT ENTRY-RANGE-END.
     MOVE SPACES TO ENTRY-SPOIL-REASON.
     DISPLAY "REASON THE FORMS WERE SPOILED: ".
     ACCEPT ENTRY-SPOIL-REASON.

     IF ENTRY-RANGE-START EQUAL ZEROS
        OR ENTRY-RANGE-END LESS THAN ENTRY-RANGE-START
        DISPLAY "INVALID RANGE ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF ENTRY-SPOIL-REASON EQUAL SPACES
        DISPLAY "THE REASON IS REQUIRED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF ENTRY-RANGE-START LESS THAN PAYRUN-CHECK-START
        OR ENTRY-RANGE-END GREATER THAN PAYRUN-CHECK-END
        DISPLAY "THAT RANGE IS NOT PART OF THIS RUN ! <ENTER> TO CONTINUE"
     ELSE
     IF CHECKREG-IS-VOID
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " IS ALREADY VOID - SKIPPED !"
     ELSE
     IF PAYRUN-IS-OPEN
        AND PAYRUN-RESUME-CHECK NUMERIC
        AND W-OLD-CHECK-NUMBER NOT LESS THAN PAYRUN-RESUME-CHECK
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " NEVER FINISHED - SPOIL IT AND RESUME THE RUN - SKIPPED !"
     ELSE
        PERFORM VOID-AND-REISSUE-THE-CHECK.

     MOVE CHECKREG-RECORD     TO W-SYSAUD-AFTER-IMAGE.
     PERFORM LOG-SYSTEM-AUDIT-ENTRY.

     MOVE W-OLD-CHECK-NUMBER  TO W-SPOIL-CHECK-NUMBER.
     MOVE ENTRY-RUN-NUMBER    TO W-SPOIL-RUN-NUMBER.
     MOVE PAYRUN-BANK-CODE    TO W-SPOIL-BANK-CODE.
     MOVE ENTRY-SPOIL-REASON  TO W-SPOIL-REASON.
     MOVE "Y"                 TO W-SPOIL-WAS-PRINTED.
     MOVE CHECKREG-AMOUNT     TO W-SPOIL-AMOUNT.
     PERFORM LOG-SPOILED-CHECK.

     PERFORM GET-FRESH-CHECK-NUMBER.

     IF NOT NUMBER-IN-STOCK
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

SPOIL-MODULE.

     PERFORM GET-AN-EXISTANT-RUN-NUMBER.
     PERFORM SPOIL-RANGE-GET-ANOTHER UNTIL
                                     ENTRY-RUN-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

SPOIL-RANGE-GET-ANOTHER.

*>   Forms that will never go out: blanks torn in the printer, or the
*>   numbers a run drew after its last checkpoint before it died. Each
*>   is voided on the register against this run and logged with why.

     PERFORM DISPLAY-RUN-RECORD.

     DISPLAY "FIRST CHECK NUMBER TO SPOIL: ".
     ACCEPT ENTRY-RANGE-START.
     DISPLAY "LAST CHECK NUMBER TO SPOIL.: ".
     ACCEPT ENTRY-RANGE-END.
     MOVE SPACES TO ENTRY-SPOIL-REASON.
     DISPLAY "REASON THE FORMS WERE SPOILED: ".
     ACCEPT ENTRY-SPOIL-REASON.

     IF ENTRY-RANGE-START EQUAL ZEROS
        OR ENTRY-RANGE-END LESS THAN ENTRY-RANGE-START
        DISPLAY "INVALID RANGE ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF ENTRY-SPOIL-REASON EQUAL SPACES
        DISPLAY "THE REASON IS REQUIRED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE "VOID THESE CHECK NUMBERS AS SPOILED ? <Y/N>"
          TO MSG-CONFIRMATION
        PERFORM CONFIRM-EXECUTION *> force first loop
        PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
        IF SPOIL-IS-CONFIRMED
           PERFORM SPOIL-THE-RANGE.

     PERFORM GET-AN-EXISTANT-RUN-NUMBER.
*>_________________________________________________________________________

SPOIL-THE-RANGE.

     MOVE ZEROS TO W-SPOILED-COUNT.

     MOVE ENTRY-RANGE-START TO W-OLD-CHECK-NUMBER.
     PERFORM SPOIL-ONE-CHECK
        UNTIL W-OLD-CHECK-NUMBER GREATER THAN ENTRY-RANGE-END.

     DISPLAY W-SPOILED-COUNT " CHECK NUMBER(S) VOIDED AS SPOILED ! <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

SPOIL-ONE-CHECK.

*>   A number already written up as a check is spoiled here only when
*>   the run is still open and the check came after its checkpoint -
*>   it never finished, so its payment comes off and the resumed run
*>   pays those vouchers again. A finished check goes through the
*>   reprint instead, which reissues the payment at once.

     MOVE W-OLD-CHECK-NUMBER TO SPOIL-CHECK-NUMBER.
     MOVE "Y" TO W-FOUND-SPOIL-RECORD.
     READ SPOILED-CHECK-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-SPOIL-RECORD.

     MOVE W-OLD-CHECK-NUMBER TO CHECKREG-CHECK-NUMBER.
     MOVE "Y" TO W-FOUND-CHECKREG-RECORD.
     READ CHECK-REGISTER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-CHECKREG-RECORD.

     IF FOUND-SPOIL-RECORD
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " IS ALREADY SPOILED - SKIPPED !"
     ELSE
     IF NOT FOUND-CHECKREG-RECORD
        PERFORM WRITE-SPOILED-CHECKREG
     ELSE
     IF CHECKREG-RUN-NUMBER NOT EQUAL ENTRY-RUN-NUMBER
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " BELONGS TO RUN " CHECKREG-RUN-NUMBER " - SKIPPED !"
     ELSE
     IF CHECKREG-IS-VOID
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " IS ALREADY VOID - SKIPPED !"
     ELSE
     IF PAYRUN-IS-OPEN
        AND PAYRUN-RESUME-CHECK NUMERIC
        AND W-OLD-CHECK-NUMBER NOT LESS THAN PAYRUN-RESUME-CHECK
        PERFORM VOID-THE-UNFINISHED-CHECK
     ELSE
        DISPLAY "CHECK " W-OLD-CHECK-NUMBER " WAS PRINTED - USE REPRINT RANGE (JAM) - SKIPPED !".

     ADD 1 TO W-OLD-CHECK-NUMBER.
*>_________________________________________________________________________

WRITE-SPOILED-CHECKREG.

     MOVE W-OLD-CHECK-NUMBER TO CHECKREG-CHECK-NUMBER.
     MOVE ZEROS              TO CHECKREG-VOUCHER-NUMBER.
     MOVE ZEROS              TO CHECKREG-VENDOR-NUMBER.
     MOVE ZEROS              TO CHECKREG-AMOUNT.
     MOVE W-DAY-TODAY        TO CHECKREG-DATE-ISSUED.
     MOVE "N"                TO CHECKREG-CLEARED.
     MOVE ZEROS              TO CHECKREG-CLEARED-DATE.
     MOVE "Y"                TO CHECKREG-VOID.
     MOVE W-DAY-TODAY        TO CHECKREG-VOID-DATE.
     MOVE PAYRUN-BANK-CODE   TO CHECKREG-BANK-CODE.
     MOVE W-SESSION-COMPANY  TO CHECKREG-COMPANY.
     MOVE ENTRY-RUN-NUMBER   TO CHECKREG-RUN-NUMBER.
     MOVE SPACES             TO CHECKREG-CURRENCY.

     WRITE CHECKREG-RECORD
        INVALID KEY
           MOVE "WRITE"             TO W-EXCLOG-OPERATION
           MOVE W-OLD-CHECK-NUMBER  TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           MOVE "CHECKREG"          TO W-SYSAUD-RECORD-TYPE
           MOVE "ADD"               TO W-SYSAUD-ACTION
           MOVE W-OLD-CHECK-NUMBER  TO W-SYSAUD-KEY
           MOVE SPACES              TO W-SYSAUD-BEFORE-IMAGE
           MOVE CHECKREG-RECORD     TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           MOVE W-OLD-CHECK-NUMBER  TO W-SPOIL-CHECK-NUMBER
           MOVE ENTRY-RUN-NUMBER    TO W-SPOIL-RUN-NUMBER
           MOVE PAYRUN-BANK-CODE    TO W-SPOIL-BANK-CODE
           MOVE ENTRY-SPOIL-REASON  TO W-SPOIL-REASON
           MOVE "N"                 TO W-SPOIL-WAS-PRINTED
           MOVE ZEROS               TO W-SPOIL-AMOUNT
           PERFORM LOG-SPOILED-CHECK
           ADD 1 TO W-SPOILED-COUNT
     END-WRITE.
*>_________________________________________________________________________

VOID-THE-UNFINISHED-CHECK.

     MOVE CHECKREG-RECORD TO W-SYSAUD-BEFORE-IMAGE.
     MOVE "Y"             TO CHECKREG-VOID.
     MOVE W-DAY-TODAY     TO CHECKREG-VOID-DATE.
     REWRITE CHECKREG-RECORD
        INVALID KEY
           MOVE "REWRITE"           TO W-EXCLOG-OPERATION
           MOVE W-OLD-CHECK-NUMBER  TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           MOVE "CHECKREG"          TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"            TO W-SYSAUD-ACTION
           MOVE W-OLD-CHECK-NUMBER  TO W-SYSAUD-KEY
           MOVE CHECKREG-RECORD     TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           MOVE W-OLD-CHECK-NUMBER  TO W-SPOIL-CHECK-NUMBER
           MOVE ENTRY-RUN-NUMBER    TO W-SPOIL-RUN-NUMBER
           MOVE PAYRUN-BANK-CODE    TO W-SPOIL-BANK-CODE
           MOVE ENTRY-SPOIL-REASON  TO W-SPOIL-REASON
           MOVE "Y"                 TO W-SPOIL-WAS-PRINTED
           MOVE CHECKREG-AMOUNT     TO W-SPOIL-AMOUNT
           PERFORM LOG-SPOILED-CHECK
           ADD 1 TO W-SPOILED-COUNT
           PERFORM REOPEN-VOUCHERS-OF-THE-CHECK
     END-REWRITE.
*>_________________________________________________________________________

REOPEN-VOUCHERS-OF-THE-CHECK.

     MOVE ZEROS TO W-REOPENED-COUNT.
     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE CHECKREG-VENDOR-NUMBER TO VOUCHER-VENDOR.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.

     PERFORM REOPEN-ONE-VOUCHER UNTIL END-OF-VENDOR-GROUP.

     DISPLAY "CHECK " W-OLD-CHECK-NUMBER " VOIDED - " W-REOPENED-COUNT
             " VOUCHER(S) RE-OPENED FOR THE RESUMED RUN".
*>_________________________________________________________________________

REOPEN-ONE-VOUCHER.

*>   Backs the payment out of the period and vendor summaries the way
*>   it went in; any withholding row is rewritten when the voucher is
*>   paid again.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VOUCHER-VENDOR NOT EQUAL CHECKREG-VENDOR-NUMBER
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              IF VOUCHER-CHECK-NO EQUAL W-OLD-CHECK-NUMBER
                 AND VOUCHER-PAID-DATE NOT EQUAL ZEROS
                 MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
                 MOVE VOUCHER-PAID-DATE TO W-PERBAL-DATE
                 MOVE "PAYMENT"         TO W-PERBAL-KIND
                 COMPUTE W-PERBAL-AMOUNT = 0 - VOUCHER-PAID-AMOUNT
                 PERFORM POST-PERIOD-BALANCE
                 MOVE "PAYMENT" TO W-VNDBAL-PART
                 MOVE -1        TO W-VNDBAL-SIGN
                 PERFORM POST-VENDOR-BALANCE
                 MOVE ZEROS TO VOUCHER-PAID-DATE
                 MOVE ZEROS TO VOUCHER-PAID-AMOUNT
                 MOVE ZEROS TO VOUCHER-CHECK-NO
                 REWRITE VOUCHER-RECORD
                    INVALID KEY
                       MOVE "REWRITE"      TO W-EXCLOG-OPERATION
                       MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
                       PERFORM LOG-EXCEPTION-ENTRY
                    NOT INVALID KEY
                       MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
                       MOVE "CHANGE"       TO W-SYSAUD-ACTION
                       MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
                       MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
                       PERFORM LOG-SYSTEM-AUDIT-ENTRY
                       ADD 1 TO W-REOPENED-COUNT
                 END-REWRITE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

COPY "PL-CONVERT-AMOUNT-TO-WORDS.CBL".
COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-SET-PAYMENT-DESTINATION-ADDRESS.CBL".
COPY "PL-LOG-SPOILED-CHECK.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
