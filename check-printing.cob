
         COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLVND02.CBL".
         COPY "SLASSIGN.CBL".
         COPY "SLICO.CBL".
         COPY "SLICOJRN.CBL".
         COPY "SLBANK.CBL".
         COPY "SLBNKST.CBL".
         COPY "SLWHHOLD.CBL".
         COPY "SLFWHHOLD.CBL".
         COPY "SLTREATY.CBL".
         COPY "SLSTATE.CBL".
         COPY "SLSTATWH.CBL".
         COPY "SLVNDSWH.CBL".
         COPY "SLFXRATE.CBL".
         COPY "SLHOLIDAY.CBL".
         COPY "SLVNDCERT.CBL".
         COPY "SLCHKSTK.CBL".
         COPY "SLSPOIL.CBL".
         COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLROLE.CBL".
         COPY "SLDOCIDX.CBL".
         COPY "SLOTPAY.CBL".
         COPY "SLCHKMAIL.CBL".
         COPY "SLXMIT.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "check-printing.prn"
                ASSIGN TO "fx-gainloss-journal.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPTIONAL CHECK-ISSUE-FILE
                ASSIGN TO "check-issue-file.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT CHECK-ISSUE-WORK-FILE
                ASSIGN TO "check-issue-work.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.

         COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDVND02.CBL".
         COPY "FDASSIGN.CBL".
         COPY "FDICO.CBL".
         COPY "FDICOJRN.CBL".
         COPY "FDBANK.CBL".
         COPY "FDBNKST.CBL".
         COPY "FDWHHOLD.CBL".
         COPY "FDFWHHOLD.CBL".
         COPY "FDTREATY.CBL".
         COPY "FDSTATE.CBL".
         COPY "FDSTATWH.CBL".
         COPY "FDVNDSWH.CBL".
         COPY "FDFXRATE.CBL".
         COPY "FDHOLIDAY.CBL".
         COPY "FDVNDCERT.CBL".
         COPY "FDCHKSTK.CBL".
         COPY "FDSPOIL.CBL".
         COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDROLE.CBL".
         COPY "FDDOCIDX.CBL".
         COPY "FDOTPAY.CBL".
         COPY "FDCHKMAIL.CBL".
         COPY "FDXMIT.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
            LABEL RECORDS ARE OMITTED.
         01 FX-GAINLOSS-JOURNAL-RECORD PIC X(100).

         FD CHECK-ISSUE-FILE
            LABEL RECORDS ARE OMITTED.
         01 CHECK-ISSUE-RECORD        PIC X(250).

*>       Holds the issue file of an interrupted run while the lines of
*>       checks that never reached their checkpoint are dropped.
         FD CHECK-ISSUE-WORK-FILE
            LABEL RECORDS ARE OMITTED.
         01 CHECK-ISSUE-WORK-RECORD.
            05 CIW-RECORD-TYPE        PIC X(02).
            05 FILLER                 PIC X(01).
            05 CIW-CHECK-NUMBER       PIC 9(06).
            05 FILLER                 PIC X(241).

         COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.
         COPY "wscase01.cbl".
         COPY "wsassign.cbl".
         COPY "wstreaty.cbl".
         COPY "wsstatwh.cbl".
         COPY "wsholiday.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
         COPY "wscert.cbl".
         COPY "wsbnkbal.cbl".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).

         COPY "wswords.cbl".
         COPY "wsico.cbl".
         COPY "wsxmit.cbl".

*>       The account's check output, taken from the bank account when
*>       the run starts: M writes the print-and-mail service's issue
*>       file in place of the check faces and stubs.
         01 W-RUN-CHECK-OUTPUT        PIC X VALUE "P".
            88 RUN-GOES-TO-MAILER    VALUE "M".

         01 W-END-OF-ISSUE-FILE       PIC X.
            88 END-OF-ISSUE-FILE     VALUE "Y".

         01 W-END-OF-MAIL-FILE        PIC X.
            88 END-OF-MAIL-FILE      VALUE "Y".

         77 W-RESUME-LAST-CHECK       PIC 9(6) VALUE 0.
         77 W-ISSUE-LINES-KEPT        PIC 9(6).
         77 W-ISSUE-DUAL-SIG          PIC X.

*>       Check issue file for the print-and-mail service: a header
*>       naming the drawing account, per check a CK line followed by
*>       its ST stub lines (and a WH line for tax withheld), and a
*>       count/total trailer. Every line after the header carries the
*>       check number in the same place.
         01 CI-HEADER.
            05 CI-HD-RECORD-TYPE      PIC X(02) VALUE "HD".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-FILE-DATE        PIC 9(08).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-RUN-NUMBER       PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-BANK-CODE        PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-ROUTING          PIC X(09).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-ACCOUNT-NUMBER   PIC X(17).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-CURRENCY         PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-HD-COMPANY-NAME     PIC X(30).

         01 CI-CHECK.
            05 CI-CK-RECORD-TYPE      PIC X(02) VALUE "CK".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-CHECK-NUMBER     PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-CHECK-DATE       PIC 9(08).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-AMOUNT           PIC 9(8).99.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-DUAL-SIGNATURE   PIC X(01).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-VENDOR-NUMBER    PIC 9(05).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-PAYEE-LINE       PIC X(65).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-ADDRESS-1        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-ADDRESS-2        PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-CITY             PIC X(20).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-STATE            PIC X(02).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-CK-ZIP              PIC X(10).

         01 CI-STUB.
            05 CI-ST-RECORD-TYPE      PIC X(02) VALUE "ST".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-ST-CHECK-NUMBER     PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-ST-VOUCHER-NUMBER   PIC 9(07).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-ST-INVOICE          PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-ST-AMOUNT           PIC -9(6).99.

         01 CI-WITHHELD.
            05 CI-WH-RECORD-TYPE      PIC X(02) VALUE "WH".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-WH-CHECK-NUMBER     PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-WH-AMOUNT           PIC 9(8).99.

         01 CI-TRAILER.
            05 CI-TR-RECORD-TYPE      PIC X(02) VALUE "TR".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-TR-COUNT            PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 CI-TR-TOTAL            PIC 9(9).99.

         77 W-CHECK-COUNT             PIC 9(6) VALUE 0.
         77 W-TOTAL-AMOUNT            PIC S9(9)V99 VALUE 0.
         77 W-WITHHOLDING-RATE        PIC 99V99.
         77 W-DUAL-SIG-THRESHOLD      PIC 9(8)V99.
         77 W-DUAL-SIG-COUNT          PIC 9(5) VALUE 0.
         COPY "wsperm.cbl".

         01 W-RUN-NEEDS-DUAL-SIG      PIC X.
            88 RUN-NEEDS-DUAL-SIG    VALUE "Y".
               10 PRE-VENDOR          PIC 9(5).
               10 PRE-NET             PIC S9(8)V99.
         77 W-PRESCAN-INDEX           PIC 9(4).
         77 W-CASH-RUN-TOTAL          PIC S9(9)V99.
         77 W-CASH-FORMATTED-TOTAL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         77 W-CASH-FORMATTED-AVAIL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         77 W-PRESCAN-FOUND           PIC X.
         77 W-VOUCHER-WITHHELD        PIC S9(6)V99.
         77 W-FOREIGN-WH-RATE         PIC 99V99.
         77 W-VENDOR-NET-TOTAL        PIC S9(8)V99.
         77 W-VENDOR-VOUCHER-COUNT    PIC 9(4).
         77 W-FIRST-VOUCHER-NUMBER    PIC 9(7).
         77 W-ONE-TIME-VENDOR         PIC 9(5) VALUE ZEROS.
         77 W-NEW-CHECK-NUMBER        PIC 9(6).
         77 W-RUN-BANK-CODE           PIC X(3).

         77 W-RUN-VOUCHER-COUNT       PIC 9(6) VALUE 0.
         77 W-CURRENT-USER-ID         PIC X(10).

*>       Passed to disbursement-funding once the run is closed.
         77 W-FUNDING-SOURCE          PIC X(08) VALUE "PAYRUN".
         77 W-FUNDING-VALUE-DATE      PIC 9(08) VALUE ZEROS.

         01 W-END-OF-RUN-FILE         PIC X.
            88 END-OF-RUN-FILE       VALUE "Y".

*>       A run left OPEN on this account by a printing that died part
*>       way through - it is finished from its checkpoint, not restarted.
         01 W-FOUND-OPEN-RUN          PIC X VALUE "N".
            88 FOUND-OPEN-RUN        VALUE "Y".

         01 W-FOUND-SPOIL-RECORD      PIC X.
            88 FOUND-SPOIL-RECORD    VALUE "Y".

         77 W-RESUME-VENDOR           PIC 9(5) VALUE 0.
         77 W-DRAWN-NUMBER            PIC 9(6).
         77 W-UNACCOUNTED-COUNT       PIC 9(5).

         77 CHECK-FORMATTED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
         77 CHECK-FORMATTED-DATE      PIC 99/99/9999.
         77 W-DATE-MM-DD-CCYY         PIC 9(8).
     OPEN I-O VOUCHER-FILE.
     OPEN INPUT DOCUMENT-INDEX-FILE.
     OPEN I-O VENDOR-FILE.
     OPEN INPUT ONE-TIME-PAYEE-FILE.
     OPEN I-O CONTROL-FILE.
     OPEN I-O BANK-ACCOUNT-FILE.
     OPEN I-O WITHHOLDING-FILE.
     OPEN I-O FOREIGN-WITHHOLDING-FILE.
     OPEN INPUT TREATY-RATE-FILE.
     OPEN INPUT STATE-FILE.
     OPEN I-O STATE-WITHHOLDING-FILE.
     OPEN INPUT VENDOR-STATE-WH-FILE.
     OPEN INPUT EXCHANGE-RATE-FILE.
     OPEN INPUT BANK-HOLIDAY-FILE.
     OPEN EXTEND FX-GAINLOSS-JOURNAL-FILE.
     OPEN INPUT CHECK-STOCK-FILE.
     OPEN I-O CHECK-REGISTER-FILE.
     OPEN I-O PAYMENT-RUN-FILE.
     OPEN INPUT SPOILED-CHECK-FILE.
     OPEN INPUT FISCAL-CALENDAR-FILE.
     OPEN I-O CHECK-MAIL-FILE.
     OPEN OUTPUT PRINTER-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.

           CONTINUE
        NOT INVALID KEY
           MOVE CONTROL-DUAL-SIG-THRESHOLD TO W-DUAL-SIG-THRESHOLD
           IF CONTROL-ONE-TIME-VENDOR NUMERIC
              MOVE CONTROL-ONE-TIME-VENDOR TO W-ONE-TIME-VENDOR
           END-IF
           IF CONTROL-BACKUP-WH-RATE NOT EQUAL ZEROS
              MOVE CONTROL-BACKUP-WH-RATE TO W-WITHHOLDING-RATE.

     PERFORM READ-CURRENT-SESSION-USER.

     PERFORM GET-RUN-BANK-ACCOUNT. *> force first pass
     PERFORM GET-RUN-BANK-ACCOUNT UNTIL
                                      W-RUN-BANK-CODE EQUAL SPACES
                                   OR FOUND-BANK-RECORD.

     IF W-RUN-BANK-CODE NOT EQUAL SPACES
        PERFORM LOOK-FOR-INTERRUPTED-RUN.

     IF W-RUN-BANK-CODE EQUAL SPACES
        MOVE "N" TO W-VALID-ANSWER
        DISPLAY "RUN CANCELED - NO BANK ACCOUNT INFORMED !"
     ELSE
     IF FOUND-OPEN-RUN
        PERFORM OFFER-TO-RESUME-THE-RUN
     ELSE
        MOVE "PRINT ONE CHECK PER VENDOR FOR ALL VOUCHERS SELECTED AND NOT YET PAID ? <Y/N>"
          TO MSG-CONFIRMATION
     IF PRINTING-IS-CONFIRMED
        PERFORM PRESCAN-FOR-DUAL-SIGNATURES.

     MOVE "DUALSIG" TO W-PERM-FUNCTION.
     PERFORM CHECK-PERMISSION.

     IF PRINTING-IS-CONFIRMED
        AND RUN-NEEDS-DUAL-SIG AND NOT PERMISSION-GRANTED
        DISPLAY "*** THIS RUN CONTAINS CHECK(S) AT OR ABOVE THE DUAL-SIGNATURE"
        DISPLAY "    THRESHOLD - YOUR ROLE MAY NOT RELEASE IT ! *** <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        MOVE "N" TO W-VALID-ANSWER.

        PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

     IF PRINTING-IS-CONFIRMED
        PERFORM CHECK-RUN-AGAINST-CASH-AVAILABLE.

     IF PRINTING-IS-CONFIRMED
        IF FOUND-OPEN-RUN
           PERFORM RESUME-PAYMENT-RUN
        ELSE
           PERFORM OPEN-PAYMENT-RUN
        END-IF

        IF RUN-GOES-TO-MAILER
           PERFORM OPEN-CHECK-ISSUE-FILE
        END-IF

        OPEN OUTPUT DUAL-SIG-FILE
        MOVE "CHECKS REQUIRING A SECOND SIGNATURE THIS RUN:" TO DUAL-SIG-RECORD
        WRITE DUAL-SIG-RECORD

        MOVE "N" TO W-END-OF-FILE
        MOVE W-RESUME-VENDOR TO VENDOR-NUMBER
        START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE

        PERFORM CLOSE-PAYMENT-RUN

        IF RUN-GOES-TO-MAILER
           PERFORM CLOSE-CHECK-ISSUE-FILE
        END-IF

        DISPLAY " "
        IF W-DUAL-SIG-COUNT NOT EQUAL ZEROS
           DISPLAY W-DUAL-SIG-COUNT " CHECK(S) NEED A SECOND SIGNATURE - SEE DUAL-SIGNATURE-CHECKS.PRN !"
        END-IF
        IF RUN-GOES-TO-MAILER
           DISPLAY W-CHECK-COUNT " CHECK(S) WRITTEN TO CHECK-ISSUE-FILE.TXT FOR THE PRINT-AND-MAIL"
           DISPLAY "SERVICE UNDER PAYMENT RUN " W-RUN-NUMBER " !"
        ELSE
           DISPLAY W-CHECK-COUNT " CHECK(S) PRINTED UNDER PAYMENT RUN " W-RUN-NUMBER " !"
        END-IF
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY.

     CLOSE VOUCHER-FILE.
     CLOSE DOCUMENT-INDEX-FILE.
     CLOSE VENDOR-FILE.
     CLOSE ONE-TIME-PAYEE-FILE.
     CLOSE CONTROL-FILE.
     CLOSE BANK-ACCOUNT-FILE.
     CLOSE WITHHOLDING-FILE.
     CLOSE FOREIGN-WITHHOLDING-FILE.
     CLOSE TREATY-RATE-FILE.
     CLOSE STATE-FILE.
     CLOSE STATE-WITHHOLDING-FILE.
     CLOSE VENDOR-STATE-WH-FILE.
     CLOSE EXCHANGE-RATE-FILE.
     CLOSE BANK-HOLIDAY-FILE.
     CLOSE FX-GAINLOSS-JOURNAL-FILE.
     CLOSE CHECK-STOCK-FILE.
     CLOSE CHECK-REGISTER-FILE.
     CLOSE PAYMENT-RUN-FILE.
     CLOSE SPOILED-CHECK-FILE.
     CLOSE FISCAL-CALENDAR-FILE.
     CLOSE CHECK-MAIL-FILE.
     CLOSE PRINTER-FILE.

*>   a mailed run prints nothing here - its checks are in the issue file
     IF NOT RUN-GOES-TO-MAILER
        MOVE "CHECK-PRINT-STUBS" TO W-SPOOL-REPORT-ID
        MOVE W-CHECK-COUNT TO W-SPOOL-PAGE-COUNT
        PERFORM ARCHIVE-REPORT-TO-SPOOL.
     CLOSE SYSTEM-AUDIT-FILE.

*>   With the run closed and its checks on the register, ask treasury
*>   to cover them in the zero-balance account they are drawn on.
     IF PRINTING-IS-CONFIRMED AND W-CHECK-COUNT NOT EQUAL ZEROS
        CALL "disbursement-funding" USING W-FUNDING-SOURCE
                                          W-RUN-NUMBER
                                          W-FUNDING-VALUE-DATE
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY.

     EXIT PROGRAM.

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
     PERFORM SCAN-NEXT-RUN-NUMBER UNTIL END-OF-RUN-FILE.
     ADD 1 TO W-RUN-NUMBER.

     MOVE W-RUN-BANK-CODE TO BANK-CODE.
     READ BANK-ACCOUNT-FILE RECORD
        INVALID KEY
           MOVE ZEROS TO BANK-NEXT-CHECK-NUMBER.

     MOVE W-RUN-NUMBER      TO PAYRUN-NUMBER.
     MOVE W-DAY-TODAY       TO PAYRUN-DATE.
     MOVE W-RUN-BANK-CODE   TO PAYRUN-BANK-CODE.
     MOVE ZEROS             TO PAYRUN-TOTAL-AMOUNT.
     MOVE W-CURRENT-USER-ID TO PAYRUN-CREATED-BY.
     MOVE "OPEN"            TO PAYRUN-STATUS.
     MOVE ZEROS             TO PAYRUN-LAST-VENDOR.
     MOVE ZEROS             TO PAYRUN-LAST-CHECK.
     MOVE BANK-NEXT-CHECK-NUMBER TO PAYRUN-RESUME-CHECK.
     MOVE ZEROS             TO PAYRUN-RESTART-COUNT.

     WRITE PAYRUN-RECORD
        INVALID KEY
     END-READ.
*>_________________________________________________________________________

LOOK-FOR-INTERRUPTED-RUN.

     MOVE "N" TO W-FOUND-OPEN-RUN.
     MOVE "N" TO W-END-OF-RUN-FILE.
     MOVE ZEROS TO PAYRUN-NUMBER.
     START PAYMENT-RUN-FILE KEY IS NOT LESS THAN PAYRUN-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-RUN-FILE.
     PERFORM SCAN-NEXT-OPEN-RUN UNTIL END-OF-RUN-FILE
                                   OR FOUND-OPEN-RUN.
*>_________________________________________________________________________

SCAN-NEXT-OPEN-RUN.

     READ PAYMENT-RUN-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-RUN-FILE
        NOT AT END
           IF PAYRUN-IS-OPEN
              AND PAYRUN-BANK-CODE EQUAL W-RUN-BANK-CODE
              MOVE "Y" TO W-FOUND-OPEN-RUN
              MOVE PAYRUN-NUMBER TO W-RUN-NUMBER
           END-IF
     END-READ.
*>_________________________________________________________________________

OFFER-TO-RESUME-THE-RUN.

*>   Every number the bank account gave out after the last checkpoint
*>   went to a check that never finished. Those forms must be spoiled
*>   first - which also voids any of them already on the register and
*>   re-opens its vouchers - so the resumed run pays them exactly once.

     IF PAYRUN-LAST-VENDOR NOT NUMERIC
        MOVE ZEROS TO PAYRUN-LAST-VENDOR.
     IF PAYRUN-LAST-CHECK NOT NUMERIC
        MOVE ZEROS TO PAYRUN-LAST-CHECK.
     IF PAYRUN-RESUME-CHECK NOT NUMERIC
        MOVE ZEROS TO PAYRUN-RESUME-CHECK.

     DISPLAY " ".
     DISPLAY "*** PAYMENT RUN " PAYRUN-NUMBER " ON THIS ACCOUNT, STARTED " PAYRUN-DATE
             " BY " PAYRUN-CREATED-BY ", NEVER FINISHED ! ***".
     DISPLAY "    CHECKS COMPLETED: " PAYRUN-CHECK-COUNT
             "   LAST CHECK: " PAYRUN-LAST-CHECK
             "   LAST VENDOR: " PAYRUN-LAST-VENDOR.

     MOVE ZEROS TO W-UNACCOUNTED-COUNT.
     IF PAYRUN-RESUME-CHECK EQUAL ZEROS
        DISPLAY "    THE RUN CARRIES NO CHECKPOINT - RECONCILE ITS REGISTER"
        DISPLAY "    AGAINST THE STOCK BEFORE RESUMING IT."
     ELSE
        MOVE PAYRUN-RESUME-CHECK TO W-DRAWN-NUMBER
        PERFORM CHECK-DRAWN-NUMBER-SPOILED
           UNTIL W-DRAWN-NUMBER NOT LESS THAN BANK-NEXT-CHECK-NUMBER.

     IF W-UNACCOUNTED-COUNT NOT EQUAL ZEROS
        DISPLAY "    DESTROY THOSE FORMS, SPOIL THEM IN PAYMENT RUN MAINTENANCE"
        DISPLAY "    AND START CHECK PRINTING AGAIN TO FINISH THE RUN ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        MOVE "N" TO W-VALID-ANSWER
     ELSE
        MOVE "FINISH THIS RUN FROM ITS LAST CHECKPOINT ? <Y/N>"
          TO MSG-CONFIRMATION
        PERFORM CONFIRM-EXECUTION *> force first loop
        PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
        IF NOT PRINTING-IS-CONFIRMED
           DISPLAY "NO NEW RUN MAY START ON THIS ACCOUNT UNTIL THIS ONE IS FINISHED !"
        END-IF.
*>_________________________________________________________________________

CHECK-DRAWN-NUMBER-SPOILED.

     MOVE W-DRAWN-NUMBER TO SPOIL-CHECK-NUMBER.
     MOVE "Y" TO W-FOUND-SPOIL-RECORD.
     READ SPOILED-CHECK-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-SPOIL-RECORD.

     IF NOT FOUND-SPOIL-RECORD
        DISPLAY "    CHECK " W-DRAWN-NUMBER " WAS DRAWN AFTER THE CHECKPOINT AND IS NOT SPOILED"
        ADD 1 TO W-UNACCOUNTED-COUNT.

     ADD 1 TO W-DRAWN-NUMBER.
*>_________________________________________________________________________

RESUME-PAYMENT-RUN.

*>   Picks the run up at the vendor it last finished a check for; that
*>   vendor's paid vouchers no longer qualify, so only what it still
*>   owes (a joint check, say) prints again.

     MOVE W-RUN-NUMBER TO PAYRUN-NUMBER.
     READ PAYMENT-RUN-FILE RECORD
        INVALID KEY
           MOVE "READ"         TO W-EXCLOG-OPERATION
           MOVE W-RUN-NUMBER   TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           IF PAYRUN-LAST-VENDOR NOT NUMERIC
              MOVE ZEROS TO PAYRUN-LAST-VENDOR
           END-IF
           IF PAYRUN-RESTART-COUNT NOT NUMERIC
              MOVE ZEROS TO PAYRUN-RESTART-COUNT
           END-IF
           MOVE PAYRUN-CHECK-START   TO W-RUN-FIRST-CHECK
           MOVE PAYRUN-CHECK-END     TO W-RUN-LAST-CHECK
           MOVE PAYRUN-CHECK-COUNT   TO W-CHECK-COUNT
           MOVE PAYRUN-VOUCHER-COUNT TO W-RUN-VOUCHER-COUNT
           MOVE PAYRUN-TOTAL-AMOUNT  TO W-TOTAL-AMOUNT
           MOVE PAYRUN-LAST-VENDOR   TO W-RESUME-VENDOR
           IF PAYRUN-LAST-CHECK NUMERIC
              MOVE PAYRUN-LAST-CHECK TO W-RESUME-LAST-CHECK
           END-IF
           MOVE W-RUN-BANK-CODE TO BANK-CODE
           READ BANK-ACCOUNT-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BANK-NEXT-CHECK-NUMBER TO PAYRUN-RESUME-CHECK
           END-READ
           ADD 1 TO PAYRUN-RESTART-COUNT
           REWRITE PAYRUN-RECORD
              INVALID KEY
                 MOVE "REWRITE"      TO W-EXCLOG-OPERATION
                 MOVE W-RUN-NUMBER   TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
           END-REWRITE
           DISPLAY "RESUMING PAYMENT RUN " W-RUN-NUMBER " AT VENDOR " W-RESUME-VENDOR " ..."
     END-READ.
*>_________________________________________________________________________

TAKE-RUN-CHECKPOINT.

*>   One check is finished - on the register, printed, its vouchers
*>   paid. Record it, so a run that dies on the next one knows exactly
*>   where it stood.

     MOVE W-RUN-NUMBER TO PAYRUN-NUMBER.
     READ PAYMENT-RUN-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE W-RUN-FIRST-CHECK   TO PAYRUN-CHECK-START
           MOVE W-RUN-LAST-CHECK    TO PAYRUN-CHECK-END
           MOVE W-CHECK-COUNT       TO PAYRUN-CHECK-COUNT
           MOVE W-RUN-VOUCHER-COUNT TO PAYRUN-VOUCHER-COUNT
           MOVE W-TOTAL-AMOUNT      TO PAYRUN-TOTAL-AMOUNT
           MOVE W-CURRENT-VENDOR    TO PAYRUN-LAST-VENDOR
           MOVE W-NEW-CHECK-NUMBER  TO PAYRUN-LAST-CHECK
           COMPUTE PAYRUN-RESUME-CHECK = W-NEW-CHECK-NUMBER + 1
           REWRITE PAYRUN-RECORD
              INVALID KEY
                 MOVE "REWRITE"      TO W-EXCLOG-OPERATION
                 MOVE W-RUN-NUMBER   TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
           END-REWRITE
     END-READ.
*>_________________________________________________________________________

PRESCAN-FOR-DUAL-SIGNATURES.

*>   Before anything prints: net the selected vouchers per vendor and
           MOVE "Y" TO W-PRESCAN-OVERFLOWED.
*>_________________________________________________________________________

CHECK-RUN-AGAINST-CASH-AVAILABLE.

*>   Total what this run will draw on the account and hold it against
*>   the available balance on the bank's latest prior-day statement.
*>   Over the balance the run may still go, but only on a second yes.

     MOVE W-RUN-BANK-CODE TO W-BNKBAL-BANK-CODE.
     PERFORM FIND-LATEST-AVAILABLE-BALANCE.

     IF BNKBAL-FOUND
        MOVE ZEROS TO W-CASH-RUN-TOTAL
        MOVE "N" TO W-END-OF-FILE
        MOVE ZEROS TO VOUCHER-NUMBER
        START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
        END-START
        PERFORM CASH-TOTAL-NEXT-VOUCHER UNTIL END-OF-FILE

        IF W-CASH-RUN-TOTAL GREATER THAN W-BNKBAL-AVAILABLE
           MOVE W-CASH-RUN-TOTAL   TO W-CASH-FORMATTED-TOTAL
           MOVE W-BNKBAL-AVAILABLE TO W-CASH-FORMATTED-AVAIL
           DISPLAY " "
           DISPLAY "*** THIS RUN TOTALS " W-CASH-FORMATTED-TOTAL
           DISPLAY "    BUT BANK ACCOUNT " W-RUN-BANK-CODE " HAD ONLY "
                   W-CASH-FORMATTED-AVAIL " AVAILABLE"
           DISPLAY "    ON THE " W-BNKBAL-AS-OF-DATE " STATEMENT ! ***"
           MOVE "THE RUN EXCEEDS THE AVAILABLE BALANCE - RELEASE IT ANYWAY ? <Y/N>"
             TO MSG-CONFIRMATION
           PERFORM CONFIRM-EXECUTION *> force first loop
           PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.
*>_________________________________________________________________________

CASH-TOTAL-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-SELECTED EQUAL "Y" AND VOUCHER-PAID-DATE EQUAL ZEROS
                 AND (VOUCHER-APPROVED-BY EQUAL SPACES
                      OR VOUCHER-APPROVED-BY NOT EQUAL W-CURRENT-USER-ID)
              AND NOT VOUCHER-ON-HOLD
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS
                       AND W-SESSION-COMPANY EQUAL 1))
              PERFORM CASH-TOTAL-ADD-VOUCHER
           END-IF
     END-READ.
*>_________________________________________________________________________

CASH-TOTAL-ADD-VOUCHER.

*>   Only what goes out on paper: check vendors, plus the joint-payee
*>   vouchers every vendor's check run picks up.

     IF VOUCHER-JOINT-PAYEE NOT EQUAL SPACES
        ADD VOUCHER-AMOUNT TO W-CASH-RUN-TOTAL
     ELSE
        MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
        READ VENDOR-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF VENDOR-PAYS-BY-CHECK
                 ADD VOUCHER-AMOUNT TO W-CASH-RUN-TOTAL
              END-IF
        END-READ.
*>_________________________________________________________________________

GET-RUN-BANK-ACCOUNT.

     MOVE "N" TO W-FOUND-BANK-RECORD.
              DISPLAY "BANK ACCOUNT CODE NOT FOUND ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           NOT INVALID KEY
              DISPLAY "DRAWING ON: " BANK-NAME " - NEXT CHECK " BANK-NEXT-CHECK-NUMBER
              MOVE "P" TO W-RUN-CHECK-OUTPUT
              IF BANK-CHECKS-GO-TO-MAILER
                 MOVE "M" TO W-RUN-CHECK-OUTPUT
                 DISPLAY "THIS ACCOUNT'S CHECKS GO TO THE PRINT-AND-MAIL SERVICE."
              END-IF.
*>_________________________________________________________________________

PROCESS-NEXT-VENDOR.

*>   Joint-payee vouchers always print their own paper check, even for
*>   an ACH vendor, since a joint payment cannot go electronic. So does
*>   every voucher of the reserved one-time vendor: each is a different
*>   payee, paid at the address kept with the voucher.

     READ VENDOR-FILE NEXT RECORD
        AT END
           PERFORM CHECK-VENDOR-CERTIFICATES
           PERFORM SET-VENDOR-WITHHOLDING-STATUS
           IF VENDOR-PAYS-BY-CHECK
              AND VENDOR-NUMBER NOT EQUAL W-ONE-TIME-VENDOR
              PERFORM TOTAL-VENDOR-SELECTED-VOUCHERS
              IF W-VENDOR-VOUCHER-COUNT NOT EQUAL ZEROS
                 IF VENDOR-CERT-EXPIRED
                 AND (VOUCHER-APPROVED-BY EQUAL SPACES
                      OR VOUCHER-APPROVED-BY NOT EQUAL W-CURRENT-USER-ID)
                 AND NOT VOUCHER-ON-HOLD
                 AND (VOUCHER-JOINT-PAYEE NOT EQUAL SPACES
                      OR VOUCHER-VENDOR EQUAL W-ONE-TIME-VENDOR)
                 AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                      OR (VOUCHER-COMPANY EQUAL ZEROS
                          AND W-SESSION-COMPANY EQUAL 1))

     IF NOT ERROR-WRITING
        MOVE BANK-NEXT-CHECK-NUMBER TO W-NEW-CHECK-NUMBER
        IF RUN-GOES-TO-MAILER
*>         the service prints on its own stock - the number is only
*>         reserved here, never matched to a box in the check printer
           MOVE "Y" TO W-NUMBER-IN-STOCK
        ELSE
           PERFORM CHECK-NUMBER-AGAINST-STOCK
        END-IF
        IF NUMBER-IN-STOCK
           ADD 1 TO BANK-NEXT-CHECK-NUMBER
           REWRITE BANK-ACCOUNT-RECORD
        END-IF.

     IF ERROR-WRITING
        DISPLAY "*** ERROR OBTAINING A NEW CHECK NUMBER FOR VOUCHER " VOUCHER-NUMBER " ! ***"
     ELSE
     IF NOT NUMBER-IN-STOCK
        DISPLAY "*** CHECK " W-NEW-CHECK-NUMBER " FALLS IN NO BOX OF STOCK ISSUED TO"
        DISPLAY "    THE PRINTER - VOUCHER " VOUCHER-NUMBER " WAS NOT PAID. ***"
     ELSE
        PERFORM SET-PAYABLE-PART
        MOVE ZEROS TO W-VENDOR-WITHHELD-TOTAL
                   VOUCHER-AMOUNT * W-FOREIGN-WH-RATE / 100
           ADD W-VOUCHER-WITHHELD TO W-VENDOR-WITHHELD-TOTAL
        END-IF
        IF STATE-WH-APPLIES
           MOVE W-DAY-TODAY    TO W-STWH-PAID-DATE
           MOVE VOUCHER-NUMBER TO W-STWH-VOUCHER
           PERFORM SUM-STATE-WH-YEAR-GROSS
           MOVE VOUCHER-AMOUNT TO W-STWH-BASE
           PERFORM COMPUTE-STATE-WH-AMOUNT
           ADD W-STWH-AMOUNT   TO W-VENDOR-WITHHELD-TOTAL
        END-IF
        COMPUTE W-CHECK-AMOUNT = W-PAYABLE-PART - W-VENDOR-WITHHELD-TOTAL
        MOVE W-CHECK-AMOUNT TO W-REGISTER-AMOUNT
        IF PAID-IN-NATIVE-CURRENCY
        PERFORM ADD-CONSOLIDATED-CHECKREG-ENTRY

        MOVE VOUCHER-JOINT-PAYEE TO W-JOINT-PAYEE-FOR-CHECK
        IF RUN-GOES-TO-MAILER
           PERFORM WRITE-ISSUE-CHECK-RECORD
        ELSE
           PERFORM PRINT-CHECK-STOCK
        END-IF
        MOVE SPACES TO W-JOINT-PAYEE-FOR-CHECK

        PERFORM PAY-AND-STUB-ONE-VOUCHER
        IF RUN-GOES-TO-MAILER
           PERFORM WRITE-ISSUE-STUB-TRAILER
           PERFORM ADD-CHECK-MAIL-ENTRY
        ELSE
           PERFORM PRINT-STUB-TRAILER
        END-IF

        ADD 1              TO W-CHECK-COUNT
        ADD W-CHECK-AMOUNT TO W-TOTAL-AMOUNT
        PERFORM TAKE-RUN-CHECKPOINT.
*>_________________________________________________________________________

SET-VENDOR-WITHHOLDING-STATUS.
        MOVE VENDOR-1099-BOX TO W-TREATY-LOOKUP-BOX
        PERFORM RESOLVE-TREATY-RATE
        MOVE W-TREATY-RESOLVED-RATE TO W-FOREIGN-WH-RATE.

*>   Contractors working in a state they do not live in can owe that
*>   state nonresident withholding once the year's payments pass its
*>   threshold.
     PERFORM RESOLVE-STATE-WITHHOLDING.
*>_________________________________________________________________________

SET-PAYABLE-PART.
     MOVE ZEROS TO W-FIRST-VOUCHER-NUMBER.
     MOVE VENDOR-NUMBER TO W-CURRENT-VENDOR.

     IF STATE-WH-APPLIES
        MOVE W-DAY-TODAY TO W-STWH-PAID-DATE
        MOVE ZEROS       TO W-STWH-VOUCHER
        PERFORM SUM-STATE-WH-YEAR-GROSS.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE W-CURRENT-VENDOR TO VOUCHER-VENDOR.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
                            VOUCHER-AMOUNT * W-FOREIGN-WH-RATE / 100
                    ADD W-VOUCHER-WITHHELD TO W-VENDOR-WITHHELD-TOTAL
                 END-IF
                 IF STATE-WH-APPLIES
*>                  each voucher in the run moves the year's gross on,
*>                  exactly as the paying pass will record them
                    MOVE VOUCHER-AMOUNT TO W-STWH-BASE
                    PERFORM COMPUTE-STATE-WH-AMOUNT
                    ADD W-STWH-AMOUNT   TO W-VENDOR-WITHHELD-TOTAL
                    ADD VOUCHER-AMOUNT  TO W-STWH-PRIOR-GROSS
                 END-IF
                 IF W-FIRST-VOUCHER-NUMBER EQUAL ZEROS
                    MOVE VOUCHER-NUMBER TO W-FIRST-VOUCHER-NUMBER
                 END-IF

     IF NOT ERROR-WRITING
        MOVE BANK-NEXT-CHECK-NUMBER TO W-NEW-CHECK-NUMBER
        IF RUN-GOES-TO-MAILER
*>         the service prints on its own stock - the number is only
*>         reserved here, never matched to a box in the check printer
           MOVE "Y" TO W-NUMBER-IN-STOCK
        ELSE
           PERFORM CHECK-NUMBER-AGAINST-STOCK
        END-IF
        IF NUMBER-IN-STOCK
           ADD 1 TO BANK-NEXT-CHECK-NUMBER
           REWRITE BANK-ACCOUNT-RECORD
        END-IF

        PERFORM ADD-CONSOLIDATED-CHECKREG-ENTRY
        IF RUN-GOES-TO-MAILER
           PERFORM WRITE-ISSUE-CHECK-RECORD
        ELSE
           PERFORM PRINT-CHECK-STOCK
        END-IF
        PERFORM MARK-VENDOR-VOUCHERS-PAID
        IF RUN-GOES-TO-MAILER
           PERFORM WRITE-ISSUE-STUB-TRAILER
           PERFORM ADD-CHECK-MAIL-ENTRY
        ELSE
           PERFORM PRINT-STUB-TRAILER
        END-IF

        ADD 1              TO W-CHECK-COUNT
        ADD W-CHECK-AMOUNT TO W-TOTAL-AMOUNT
        PERFORM TAKE-RUN-CHECKPOINT.
*>_________________________________________________________________________

CHECK-NUMBER-AGAINST-STOCK.
        IF VENDOR-NEEDS-FOREIGN-WH
           PERFORM ADD-FOREIGN-WH-ENTRY
        END-IF
        IF STATE-WH-APPLIES
           PERFORM ADD-STATE-WH-ENTRY
        END-IF
        MOVE "VOUCHER"        TO W-SYSAUD-RECORD-TYPE
        MOVE "CHANGE"         TO W-SYSAUD-ACTION
        MOVE VOUCHER-NUMBER   TO W-SYSAUD-KEY
        MOVE "PAYMENT"      TO W-PERBAL-KIND
        MOVE W-PAYABLE-PART TO W-PERBAL-AMOUNT
        PERFORM POST-PERIOD-BALANCE
        MOVE "PAYMENT" TO W-VNDBAL-PART
        MOVE 1         TO W-VNDBAL-SIGN
        PERFORM POST-VENDOR-BALANCE

        ADD 1 TO W-RUN-VOUCHER-COUNT

           PERFORM RECORD-INTERCOMPANY-LOAN
        END-IF

        IF RUN-GOES-TO-MAILER
           MOVE W-NEW-CHECK-NUMBER TO CI-ST-CHECK-NUMBER
           MOVE VOUCHER-NUMBER     TO CI-ST-VOUCHER-NUMBER
           MOVE VOUCHER-INVOICE    TO CI-ST-INVOICE
           MOVE W-PAYABLE-PART     TO CI-ST-AMOUNT
           MOVE CI-STUB            TO CHECK-ISSUE-RECORD
           WRITE CHECK-ISSUE-RECORD
        ELSE
           MOVE VOUCHER-NUMBER  TO STUB-VOUCHER-NUMBER
           MOVE VOUCHER-INVOICE TO STUB-INVOICE
           MOVE W-PAYABLE-PART  TO STUB-AMOUNT
           MOVE STUB-DETAIL     TO PRINTER-RECORD
           WRITE PRINTER-RECORD.
*>_________________________________________________________________________

ADD-WITHHOLDING-ENTRY.
           END-REWRITE.
*>_________________________________________________________________________

ADD-STATE-WH-ENTRY.

*>   The vouchers already paid in this run are on the file by now, so
*>   the year's gross read back here matches the totalling pass.

     MOVE W-DAY-TODAY    TO W-STWH-PAID-DATE.
     MOVE VOUCHER-NUMBER TO W-STWH-VOUCHER.
     PERFORM SUM-STATE-WH-YEAR-GROSS.
     MOVE VOUCHER-AMOUNT TO W-STWH-BASE.
     PERFORM COMPUTE-STATE-WH-AMOUNT.
     PERFORM RECORD-STATE-WH-PAYMENT.
*>_________________________________________________________________________

PRINT-STUB-TRAILER.

     IF W-VENDOR-WITHHELD-TOTAL NOT EQUAL ZEROS
        MOVE W-VENDOR-WITHHELD-TOTAL TO CHECK-FORMATTED-AMOUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "   TAX WITHHELD (BACKUP / FOREIGN / STATE): $" DELIMITED BY SIZE
               CHECK-FORMATTED-AMOUNT DELIMITED BY SIZE
          INTO PRINTER-RECORD
        END-STRING
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     PERFORM SET-CHECK-PAYEE-AND-ADDRESS.

     STRING "PAY TO THE ORDER OF: " DELIMITED BY SIZE
            W-CHECK-PAYEE-LINE       DELIMITED BY SIZE
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

SET-CHECK-PAYEE-AND-ADDRESS.

     PERFORM SET-PAYMENT-DESTINATION-ADDRESS.
     IF VENDOR-NUMBER EQUAL W-ONE-TIME-VENDOR
        PERFORM SET-ONE-TIME-PAYEE-ADDRESS.

     MOVE SPACES TO W-CHECK-PAYEE-LINE.
     IF W-JOINT-PAYEE-FOR-CHECK EQUAL SPACES
        MOVE W-PAYMENT-NAME TO W-CHECK-PAYEE-LINE
     ELSE
*>      both names joined by AND protect the lien rights on the job
        STRING FUNCTION TRIM(W-PAYMENT-NAME) " AND "
               FUNCTION TRIM(W-JOINT-PAYEE-FOR-CHECK)
          DELIMITED BY SIZE INTO W-CHECK-PAYEE-LINE
        END-STRING.
*>_________________________________________________________________________

WRITE-DUAL-SIG-EXCEPTION.

     MOVE W-CHECK-AMOUNT TO CHECK-FORMATTED-AMOUNT.
     WRITE DUAL-SIG-RECORD.
*>_________________________________________________________________________

OPEN-CHECK-ISSUE-FILE.

*>   A fresh run starts a new issue file. A resumed run keeps the file
*>   it was writing, less any check it never finished - that number was
*>   spoiled before the resume, so the service must not mail it.

     MOVE ZEROS TO W-ISSUE-LINES-KEPT.

     IF FOUND-OPEN-RUN
        PERFORM TRIM-INTERRUPTED-ISSUE-FILE
     ELSE
        OPEN OUTPUT CHECK-ISSUE-FILE.

     IF W-ISSUE-LINES-KEPT EQUAL ZEROS
        MOVE W-RUN-BANK-CODE TO BANK-CODE
        READ BANK-ACCOUNT-FILE RECORD
           INVALID KEY
              MOVE SPACES TO BANK-ROUTING BANK-ACCOUNT-NUMBER BANK-CURRENCY
        END-READ
        MOVE W-SESSION-COMPANY TO CONTROL-KEY
        READ CONTROL-FILE RECORD
           INVALID KEY
              MOVE SPACES TO CONTROL-COMPANY-NAME
        END-READ
        MOVE W-DAY-TODAY          TO CI-HD-FILE-DATE
        MOVE W-RUN-NUMBER         TO CI-HD-RUN-NUMBER
        MOVE W-RUN-BANK-CODE      TO CI-HD-BANK-CODE
        MOVE BANK-ROUTING         TO CI-HD-ROUTING
        MOVE BANK-ACCOUNT-NUMBER  TO CI-HD-ACCOUNT-NUMBER
        MOVE BANK-CURRENCY        TO CI-HD-CURRENCY
        IF BANK-CURRENCY EQUAL SPACES
           MOVE "USD" TO CI-HD-CURRENCY
        END-IF
        MOVE CONTROL-COMPANY-NAME TO CI-HD-COMPANY-NAME
        MOVE CI-HEADER TO CHECK-ISSUE-RECORD
        WRITE CHECK-ISSUE-RECORD.
*>_________________________________________________________________________

TRIM-INTERRUPTED-ISSUE-FILE.

     OPEN INPUT CHECK-ISSUE-FILE.
     OPEN OUTPUT CHECK-ISSUE-WORK-FILE.
     MOVE "N" TO W-END-OF-ISSUE-FILE.
     PERFORM KEEP-NEXT-CHECKPOINTED-LINE UNTIL END-OF-ISSUE-FILE.
     CLOSE CHECK-ISSUE-FILE.
     CLOSE CHECK-ISSUE-WORK-FILE.

     OPEN INPUT CHECK-ISSUE-WORK-FILE.
     OPEN OUTPUT CHECK-ISSUE-FILE.
     MOVE "N" TO W-END-OF-ISSUE-FILE.
     PERFORM COPY-NEXT-KEPT-LINE UNTIL END-OF-ISSUE-FILE.
     CLOSE CHECK-ISSUE-WORK-FILE.
*>_________________________________________________________________________

KEEP-NEXT-CHECKPOINTED-LINE.

     READ CHECK-ISSUE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ISSUE-FILE
        NOT AT END
           MOVE CHECK-ISSUE-RECORD TO CHECK-ISSUE-WORK-RECORD
           IF CIW-RECORD-TYPE EQUAL "HD"
              OR (CIW-CHECK-NUMBER NUMERIC
                  AND CIW-CHECK-NUMBER NOT GREATER THAN W-RESUME-LAST-CHECK)
              WRITE CHECK-ISSUE-WORK-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

COPY-NEXT-KEPT-LINE.

     READ CHECK-ISSUE-WORK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ISSUE-FILE
        NOT AT END
           MOVE CHECK-ISSUE-WORK-RECORD TO CHECK-ISSUE-RECORD
           WRITE CHECK-ISSUE-RECORD
           ADD 1 TO W-ISSUE-LINES-KEPT
     END-READ.
*>_________________________________________________________________________

WRITE-ISSUE-CHECK-RECORD.

*>   The check face for the print-and-mail service: the same payee,
*>   remit-to address and amount the printed check would carry, and
*>   whether the banking resolution wants a second signature on it.

     PERFORM SET-CHECK-PAYEE-AND-ADDRESS.

     MOVE "N" TO W-ISSUE-DUAL-SIG.
     IF W-DUAL-SIG-THRESHOLD NOT EQUAL ZEROS
        AND W-CHECK-AMOUNT NOT LESS THAN W-DUAL-SIG-THRESHOLD
        MOVE "Y" TO W-ISSUE-DUAL-SIG
        ADD 1 TO W-DUAL-SIG-COUNT
        PERFORM WRITE-DUAL-SIG-EXCEPTION.

     MOVE W-NEW-CHECK-NUMBER  TO CI-CK-CHECK-NUMBER.
     MOVE W-CHECK-DATE        TO CI-CK-CHECK-DATE.
     MOVE W-CHECK-AMOUNT      TO CI-CK-AMOUNT.
     MOVE W-ISSUE-DUAL-SIG    TO CI-CK-DUAL-SIGNATURE.
     MOVE W-CURRENT-VENDOR    TO CI-CK-VENDOR-NUMBER.
     MOVE W-CHECK-PAYEE-LINE  TO CI-CK-PAYEE-LINE.
     MOVE W-PAYMENT-ADDRESS-1 TO CI-CK-ADDRESS-1.
     MOVE W-PAYMENT-ADDRESS-2 TO CI-CK-ADDRESS-2.
     MOVE W-PAYMENT-CITY      TO CI-CK-CITY.
     MOVE W-PAYMENT-STATE     TO CI-CK-STATE.
     MOVE W-PAYMENT-ZIP       TO CI-CK-ZIP.
     MOVE CI-CHECK TO CHECK-ISSUE-RECORD.
     WRITE CHECK-ISSUE-RECORD.
*>_________________________________________________________________________

WRITE-ISSUE-STUB-TRAILER.

     IF W-VENDOR-WITHHELD-TOTAL NOT EQUAL ZEROS
        MOVE W-NEW-CHECK-NUMBER      TO CI-WH-CHECK-NUMBER
        MOVE W-VENDOR-WITHHELD-TOTAL TO CI-WH-AMOUNT
        MOVE CI-WITHHELD TO CHECK-ISSUE-RECORD
        WRITE CHECK-ISSUE-RECORD.
*>_________________________________________________________________________

ADD-CHECK-MAIL-ENTRY.

*>   Written as the check is finished, so only checks that reach their
*>   checkpoint are ever expected back from the service.

     MOVE SPACES             TO CHKMAIL-RECORD.
     MOVE W-NEW-CHECK-NUMBER TO CHKMAIL-CHECK-NUMBER.
     MOVE W-RUN-BANK-CODE    TO CHKMAIL-BANK-CODE.
     MOVE W-RUN-NUMBER       TO CHKMAIL-RUN-NUMBER.
     MOVE W-CURRENT-VENDOR   TO CHKMAIL-VENDOR-NUMBER.
     MOVE W-CHECK-AMOUNT     TO CHKMAIL-AMOUNT.
     MOVE W-CHECK-DATE       TO CHKMAIL-ISSUE-DATE.
     MOVE ZEROS              TO CHKMAIL-XMIT-NUMBER.
     MOVE "I"                TO CHKMAIL-STATUS.
     MOVE ZEROS              TO CHKMAIL-MAILED-DATE.
     MOVE ZEROS              TO CHKMAIL-CONFIRMED-DATE.

     WRITE CHKMAIL-RECORD
        INVALID KEY
           MOVE "WRITE"            TO W-EXCLOG-OPERATION
           MOVE W-NEW-CHECK-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

CLOSE-CHECK-ISSUE-FILE.

*>   The trailer covers the whole run, resumed parts included, and the
*>   finished file goes on the transmission register; its checks are
*>   stamped with the transmission so the mailing confirmations can
*>   acknowledge it.

     MOVE W-CHECK-COUNT  TO CI-TR-COUNT.
     MOVE W-TOTAL-AMOUNT TO CI-TR-TOTAL.
     MOVE CI-TRAILER TO CHECK-ISSUE-RECORD.
     WRITE CHECK-ISSUE-RECORD.
     CLOSE CHECK-ISSUE-FILE.

     IF W-CHECK-COUNT NOT EQUAL ZEROS
        MOVE "CHECK-PRINTING"       TO W-XMIT-PROGRAM
        MOVE "check-issue-file.txt" TO W-XMIT-FILE-NAME
        MOVE W-CHECK-COUNT          TO W-XMIT-RECORD-COUNT
        MOVE W-TOTAL-AMOUNT         TO W-XMIT-TOTAL-AMOUNT
        MOVE 2                      TO W-XMIT-DEADLINE-DAYS
        PERFORM LOG-TRANSMISSION
        PERFORM STAMP-RUN-MAIL-ENTRIES.
*>_________________________________________________________________________

STAMP-RUN-MAIL-ENTRIES.

     MOVE "N" TO W-END-OF-MAIL-FILE.
     MOVE W-RUN-FIRST-CHECK TO CHKMAIL-CHECK-NUMBER.
     START CHECK-MAIL-FILE KEY IS NOT LESS THAN CHKMAIL-CHECK-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-MAIL-FILE.

     PERFORM STAMP-NEXT-MAIL-ENTRY UNTIL END-OF-MAIL-FILE.
*>_________________________________________________________________________

STAMP-NEXT-MAIL-ENTRY.

     READ CHECK-MAIL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-MAIL-FILE
        NOT AT END
           IF CHKMAIL-CHECK-NUMBER GREATER THAN W-RUN-LAST-CHECK
              MOVE "Y" TO W-END-OF-MAIL-FILE
           ELSE
              IF CHKMAIL-RUN-NUMBER EQUAL W-RUN-NUMBER
                 AND CHKMAIL-XMIT-NUMBER EQUAL ZEROS
                 MOVE W-XMIT-NEXT-NUMBER TO CHKMAIL-XMIT-NUMBER
                 REWRITE CHKMAIL-RECORD
                    INVALID KEY
                       MOVE "REWRITE"            TO W-EXCLOG-OPERATION
                       MOVE CHKMAIL-CHECK-NUMBER TO W-EXCLOG-KEY
                       PERFORM LOG-EXCEPTION-ENTRY
                 END-REWRITE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

COPY "PL-CONVERT-AMOUNT-TO-WORDS.CBL".
COPY "PL-RECORD-INTERCOMPANY.CBL".
COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-RESOLVE-TREATY-RATE.CBL".
COPY "PL-STATE-WITHHOLDING.CBL".
COPY "PL-LOOK-FOR-LATEST-FXRATE.CBL".
COPY "PL-ROLL-TO-BUSINESS-DAY.CBL".
COPY "PLVOUCHER.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-SET-PAYMENT-DESTINATION-ADDRESS.CBL".
COPY "PL-SET-ONE-TIME-PAYEE-ADDRESS.CBL".
COPY "PL-CHECK-VENDOR-CERTIFICATES.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
COPY "PL-SHOW-DOCUMENT-REFS.CBL".
COPY "PL-CASH-AVAILABLE.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
