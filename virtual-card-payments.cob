IDENTIFICATION DIVISION.
PROGRAM-ID. virtual-card-payments.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVCARD.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLVND02.CBL".
         COPY "SLBANK.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLICO.CBL".
         COPY "SLICOJRN.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".

         SELECT VCARD-REQUEST-FILE
                ASSIGN TO "vcard-requests.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT VCARD-RETURN-FILE
                ASSIGN TO "vcard-returns.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT PRINTER-FILE
                ASSIGN TO "vcard-return-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT REBATE-REPORT-FILE
                ASSIGN TO "vcard-rebate-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDVCARD.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDVND02.CBL".
         COPY "FDBANK.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDICO.CBL".
         COPY "FDICOJRN.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".

         FD VCARD-REQUEST-FILE
            LABEL RECORDS ARE OMITTED.
         01 VCARD-REQUEST-RECORD      PIC X(120).

*>       The issuer answers every request line with one of these:
*>       C = card issued and charged, D = declined by the issuer.
         FD VCARD-RETURN-FILE
            LABEL RECORDS ARE OMITTED.
         01 VCARD-RETURN-RECORD.
            05 RT-REFERENCE           PIC 9(06).
            05 FILLER                 PIC X(01).
            05 RT-STATUS              PIC X(01).
               88 RT-IS-CHARGED       VALUE "C".
               88 RT-IS-DECLINED      VALUE "D".
            05 FILLER                 PIC X(01).
            05 RT-CARD-REF            PIC X(20).
            05 FILLER                 PIC X(01).
            05 RT-CHARGED-DATE        PIC 9(08).
            05 FILLER                 PIC X(01).
            05 RT-REASON-TEXT         PIC X(30).

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD            PIC X(110).

         FD REBATE-REPORT-FILE
            LABEL RECORDS ARE OMITTED.
         01 REBATE-REPORT-RECORD      PIC X(110).

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
         COPY "wsico.cbl".

         01 W-VCARD-MENU-OPTION       PIC 9.
            88 VALID-VCARD-MENU-OPTION VALUE 0 THROUGH 3.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE          VALUE "Y".

         01 W-END-OF-VOUCHER-GROUP    PIC X.
            88 END-OF-VOUCHER-GROUP VALUE "Y".

         01 W-FOUND-VENDOR-RECORD     PIC X.
            88 FOUND-VENDOR-RECORD   VALUE "Y".

         01 W-FOUND-BANK-RECORD       PIC X.
            88 FOUND-BANK-RECORD     VALUE "Y".

         01 W-FOUND-VCARD-RECORD      PIC X.
            88 FOUND-VCARD-RECORD    VALUE "Y".

         01 W-FOUND-VOUCHER-RECORD    PIC X.
            88 FOUND-VOUCHER-RECORD  VALUE "Y".

         01 W-CARD-ALREADY-OPEN       PIC X.
            88 CARD-ALREADY-OPEN     VALUE "Y".

         01 W-ERROR-WRITING           PIC X.
            88 ERROR-WRITING        VALUE "Y".

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".
            88 PROCESSING-IS-CONFIRMED VALUE "Y".

*>       Request lines for the card issuer: a header naming the
*>       funding account, one line per voucher, a count/total trailer.
         01 RQ-HEADER.
            05 RQ-HD-RECORD-TYPE      PIC X(02) VALUE "HD".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-HD-REQUEST-DATE     PIC 9(08).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-HD-FUNDING-BANK     PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-HD-COMPANY-NAME     PIC X(30).

         01 RQ-DETAIL.
            05 RQ-RECORD-TYPE         PIC X(02) VALUE "RQ".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-REFERENCE           PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-VENDOR-NUMBER       PIC 9(05).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-VENDOR-NAME         PIC X(30).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-AMOUNT              PIC 9(8).99.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-VOUCHER-NUMBER      PIC 9(07).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-INVOICE             PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-VENDOR-PHONE        PIC X(30).

         01 RQ-TRAILER.
            05 RQ-TR-RECORD-TYPE      PIC X(02) VALUE "TR".
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-TR-COUNT            PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RQ-TR-TOTAL            PIC 9(9).99.

         01 REBATE-DETAIL.
            05 RB-REFERENCE           PIC 9(06).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RB-CHARGED-DATE        PIC 9999/99/99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 RB-VENDOR-NUMBER       PIC 9(05).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RB-VENDOR-NAME         PIC X(25).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RB-VOUCHER-NUMBER      PIC 9(07).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RB-INVOICE             PIC X(15).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 RB-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

         77 ENTRY-REPORT-YEAR         PIC 9(04).
         77 ENTRY-REPORT-MONTH        PIC 9(02).
         77 W-MONTH-FROM-DATE         PIC 9(08).
         77 W-MONTH-TO-DATE           PIC 9(08).
         77 W-RUN-BANK-CODE           PIC X(3).
         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-REQUEST-COUNT           PIC 9(6) VALUE 0.
         77 W-CHARGED-COUNT           PIC 9(6) VALUE 0.
         77 W-DECLINED-COUNT          PIC 9(6) VALUE 0.
         77 W-REJECTED-COUNT          PIC 9(6) VALUE 0.
         77 W-SPEND-COUNT             PIC 9(6) VALUE 0.
         77 W-TOTAL-AMOUNT            PIC S9(9)V99 VALUE 0.
         77 W-MONTH-SPEND             PIC S9(9)V99 VALUE 0.
         77 W-REBATE-RATE             PIC 9V999.
         77 W-REBATE-AMOUNT           PIC S9(7)V99.
         77 W-VCARD-REFERENCE         PIC 9(6).
         77 W-PAYABLE-PART            PIC S9(6)V99.
         77 W-PAID-DATE               PIC 9(8).
         77 W-FORMATTED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
         77 D-REBATE-RATE             PIC 9.999.
         77 BK-VOUCHER-RECORD-BEFORE-CHANGE  PIC X(512).
         77 BK-VCARD-RECORD-BEFORE-CHANGE    PIC X(100).
         77 MSG-CONFIRMATION          PIC X(75).
         77 DUMMY                     PIC X.

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

         77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "VIRTUAL-CARD-PAYMENT".
         77 W-EXCLOG-OPERATION      PIC X(08).
         77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.
   PERFORM READ-CURRENT-SESSION-USER.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-VCARD-MENU-OPTION EQUAL ZERO
                            OR VALID-VCARD-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-VCARD-MENU-OPTION EQUAL ZERO.

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

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                     VIRTUAL CARD PAYMENTS".
         DISPLAY " "
         DISPLAY "                    ------------------------------------------".
         DISPLAY "                    | 1 - BUILD CARD-ISSUER REQUEST FILE     |".
         DISPLAY "                    | 2 - IMPORT CARD-ISSUER RETURN FILE     |".
         DISPLAY "                    | 3 - MONTHLY CARD SPEND / REBATE REPORT |".
         DISPLAY "                    | 0 - EXIT                               |".
         DISPLAY "                    ------------------------------------------".
         DISPLAY " "
         DISPLAY "                          - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 12 TIMES.
         ACCEPT W-VCARD-MENU-OPTION.

        IF W-VCARD-MENU-OPTION NOT EQUAL ZERO
           IF NOT VALID-VCARD-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-VCARD-MENU-OPTION = 1
      PERFORM BUILD-CARD-REQUEST-FILE.

   IF W-VCARD-MENU-OPTION = 2
      PERFORM IMPORT-CARD-RETURN-FILE.

   IF W-VCARD-MENU-OPTION = 3
      PERFORM PRINT-MONTHLY-REBATE-REPORT.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-VCARD-MENU-OPTION EQUAL ZERO
                            OR VALID-VCARD-MENU-OPTION.
*>_________________________________________________________________________

BUILD-CARD-REQUEST-FILE.

*>   Selected vouchers of vendors enrolled for virtual card payment go
*>   out to the card issuer. Nothing is paid yet - the voucher is paid
*>   when the issuer's return file confirms the card was charged.

     MOVE ZEROS TO W-REQUEST-COUNT.
     MOVE ZEROS TO W-TOTAL-AMOUNT.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT BANK-ACCOUNT-FILE.

     PERFORM GET-RUN-BANK-ACCOUNT. *> force first pass
     PERFORM GET-RUN-BANK-ACCOUNT UNTIL
                                      W-RUN-BANK-CODE EQUAL SPACES
                                   OR FOUND-BANK-RECORD.

     IF W-RUN-BANK-CODE EQUAL SPACES
        DISPLAY "REQUEST CANCELED - NO BANK ACCOUNT INFORMED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        CLOSE VOUCHER-FILE
        CLOSE VENDOR-FILE
        CLOSE BANK-ACCOUNT-FILE
     ELSE
        PERFORM WRITE-CARD-REQUESTS.
*>_________________________________________________________________________

WRITE-CARD-REQUESTS.

     OPEN I-O CONTROL-FILE.
     OPEN I-O VCARD-PAYMENT-FILE.
     OPEN OUTPUT VCARD-REQUEST-FILE.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME
           MOVE ZEROS  TO CONTROL-LAST-VCARD-REF.

     MOVE W-DAY-TODAY          TO RQ-HD-REQUEST-DATE.
     MOVE W-RUN-BANK-CODE      TO RQ-HD-FUNDING-BANK.
     MOVE CONTROL-COMPANY-NAME TO RQ-HD-COMPANY-NAME.
     MOVE RQ-HEADER TO VCARD-REQUEST-RECORD.
     WRITE VCARD-REQUEST-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM REQUEST-NEXT-VOUCHER UNTIL END-OF-FILE.

     MOVE W-REQUEST-COUNT TO RQ-TR-COUNT.
     MOVE W-TOTAL-AMOUNT  TO RQ-TR-TOTAL.
     MOVE RQ-TRAILER TO VCARD-REQUEST-RECORD.
     WRITE VCARD-REQUEST-RECORD.

     PERFORM SAVE-VCARD-REFERENCE-COUNTER.

     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE BANK-ACCOUNT-FILE.
     CLOSE CONTROL-FILE.
     CLOSE VCARD-PAYMENT-FILE.
     CLOSE VCARD-REQUEST-FILE.

     IF W-REQUEST-COUNT EQUAL ZEROS
        DISPLAY "NO SELECTED VIRTUAL CARD VOUCHERS TO REQUEST !"
     ELSE
        MOVE W-TOTAL-AMOUNT TO W-FORMATTED-TOTAL
        DISPLAY W-REQUEST-COUNT " CARD PAYMENT(S) TOTALING " W-FORMATTED-TOTAL
                " WRITTEN TO VCARD-REQUESTS.TXT."
        DISPLAY "THE VOUCHERS ARE PAID WHEN THE ISSUER'S RETURN FILE IS IMPORTED.".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

GET-RUN-BANK-ACCOUNT.

     MOVE "N" TO W-FOUND-BANK-RECORD.
     DISPLAY "WHICH BANK ACCOUNT FUNDS THE CARD PAYMENTS ? (CODE, <ENTER> TO CANCEL)".
     ACCEPT W-RUN-BANK-CODE.

     IF W-RUN-BANK-CODE NOT EQUAL SPACES
        INSPECT W-RUN-BANK-CODE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
        MOVE W-RUN-BANK-CODE TO BANK-CODE
        MOVE "Y" TO W-FOUND-BANK-RECORD
        READ BANK-ACCOUNT-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-BANK-RECORD
              DISPLAY "BANK ACCOUNT CODE NOT FOUND ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           NOT INVALID KEY
              DISPLAY "FUNDED FROM: " BANK-NAME.
*>_________________________________________________________________________

REQUEST-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-SELECTED EQUAL "Y" AND VOUCHER-PAID-DATE EQUAL ZEROS
                 AND (VOUCHER-APPROVED-BY EQUAL SPACES
                      OR VOUCHER-APPROVED-BY NOT EQUAL W-CURRENT-USER-ID)
              AND NOT VOUCHER-IS-CREDIT-MEMO
              AND NOT VOUCHER-ON-HOLD
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS
                       AND W-SESSION-COMPANY EQUAL 1))
              MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
              MOVE "Y" TO W-FOUND-VENDOR-RECORD
              PERFORM LOOK-FOR-VENDOR-RECORD
              IF FOUND-VENDOR-RECORD AND VENDOR-PAYS-BY-VCARD
                 PERFORM CHECK-CARD-ALREADY-OPEN
                 IF CARD-ALREADY-OPEN
                    CONTINUE
                 ELSE
                 IF VENDOR-COUNTRY NOT EQUAL "US"
                    AND VENDOR-COUNTRY NOT EQUAL SPACES
*>                  foreign vendors carry Chapter 3 withholding a card
*>                  charge cannot net out - pay by check or SEPA
                    DISPLAY "SKIPPED VOUCHER " VOUCHER-NUMBER
                            " - FOREIGN VENDOR " VENDOR-NUMBER
                            " IS SUBJECT TO WITHHOLDING - PAY BY CHECK OR SEPA !"
                 ELSE
                 IF VOUCHER-JOINT-PAYEE NOT EQUAL SPACES
                    DISPLAY "SKIPPED VOUCHER " VOUCHER-NUMBER
                            " - JOINT-PAYEE PAYMENTS MUST GO ON PAPER !"
                 ELSE
                    PERFORM WRITE-ONE-CARD-REQUEST
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-CARD-ALREADY-OPEN.

*>   A voucher already out with the issuer, or already charged, is not
*>   requested a second time; a declined one may go again.

     MOVE "N" TO W-CARD-ALREADY-OPEN.
     MOVE "N" TO W-END-OF-VOUCHER-GROUP.
     MOVE VOUCHER-NUMBER TO VCARD-VOUCHER-NUMBER.
     START VCARD-PAYMENT-FILE KEY IS EQUAL VCARD-VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-VOUCHER-GROUP.

     PERFORM CHECK-NEXT-CARD-FOR-VOUCHER UNTIL END-OF-VOUCHER-GROUP.
*>_________________________________________________________________________

CHECK-NEXT-CARD-FOR-VOUCHER.

     READ VCARD-PAYMENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VOUCHER-GROUP
        NOT AT END
           IF VCARD-VOUCHER-NUMBER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-VOUCHER-GROUP
           ELSE
              IF NOT VCARD-IS-DECLINED
                 MOVE "Y" TO W-CARD-ALREADY-OPEN
                 MOVE "Y" TO W-END-OF-VOUCHER-GROUP
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

WRITE-ONE-CARD-REQUEST.

     PERFORM GET-NEXT-VCARD-REFERENCE.

*>   Retainage held on a construction voucher stays behind until it
*>   is released - only the balance goes on the card.

     MOVE VOUCHER-AMOUNT TO W-PAYABLE-PART.
     IF VOUCHER-RETAINAGE-AMOUNT NOT EQUAL ZEROS
        AND NOT RETAINAGE-IS-RELEASED
        SUBTRACT VOUCHER-RETAINAGE-AMOUNT FROM W-PAYABLE-PART.

     MOVE W-VCARD-REFERENCE TO RQ-REFERENCE.
     MOVE VENDOR-NUMBER     TO RQ-VENDOR-NUMBER.
     MOVE VENDOR-NAME       TO RQ-VENDOR-NAME.
     MOVE W-PAYABLE-PART    TO RQ-AMOUNT.
     MOVE VOUCHER-NUMBER    TO RQ-VOUCHER-NUMBER.
     MOVE VOUCHER-INVOICE   TO RQ-INVOICE.
     MOVE VENDOR-PHONE      TO RQ-VENDOR-PHONE.
     MOVE RQ-DETAIL TO VCARD-REQUEST-RECORD.
     WRITE VCARD-REQUEST-RECORD.

     MOVE SPACES             TO VCARD-RECORD.
     MOVE W-VCARD-REFERENCE  TO VCARD-REFERENCE.
     MOVE VOUCHER-NUMBER     TO VCARD-VOUCHER-NUMBER.
     MOVE VOUCHER-VENDOR     TO VCARD-VENDOR-NUMBER.
     MOVE VOUCHER-INVOICE    TO VCARD-INVOICE.
     MOVE W-PAYABLE-PART     TO VCARD-AMOUNT.
     MOVE W-RUN-BANK-CODE    TO VCARD-BANK-CODE.
     MOVE W-SESSION-COMPANY  TO VCARD-COMPANY.
     MOVE W-DAY-TODAY        TO VCARD-REQUEST-DATE.
     MOVE "R"                TO VCARD-STATUS.
     MOVE ZEROS              TO VCARD-CHARGED-DATE.

     WRITE VCARD-RECORD
        INVALID KEY
           MOVE "WRITE"            TO W-EXCLOG-OPERATION
           MOVE W-VCARD-REFERENCE  TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY.

     ADD 1              TO W-REQUEST-COUNT.
     ADD W-PAYABLE-PART TO W-TOTAL-AMOUNT.
*>_________________________________________________________________________

GET-NEXT-VCARD-REFERENCE.

*>   Virtual card references live in the 7xxxxx range of the
*>   check-number keyspace, next to wires (9xxxxx) and SEPA (8xxxxx),
*>   so the card payment lands in the register and payment history
*>   like any other payment.

     IF CONTROL-LAST-VCARD-REF EQUAL ZEROS
        MOVE 700000 TO CONTROL-LAST-VCARD-REF.

     ADD 1 TO CONTROL-LAST-VCARD-REF.
     MOVE CONTROL-LAST-VCARD-REF TO W-VCARD-REFERENCE.
*>_________________________________________________________________________

SAVE-VCARD-REFERENCE-COUNTER.

     IF W-REQUEST-COUNT NOT EQUAL ZEROS
        REWRITE CONTROL-RECORD
           INVALID KEY
              MOVE "REWRITE"          TO W-EXCLOG-OPERATION
              MOVE W-SESSION-COMPANY  TO W-EXCLOG-KEY
              PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

IMPORT-CARD-RETURN-FILE.

     DISPLAY "                 VIRTUAL CARD RETURN FILE IMPORT".
     DISPLAY " ".
     DISPLAY "READS THE CARD ISSUER'S RETURN FILE (VCARD-RETURNS.TXT), PAYS THE".
     DISPLAY "VOUCHERS WHOSE CARDS WERE CHARGED AND RE-OPENS THE DECLINED ONES.".
     DISPLAY " ".

     MOVE "DO YOU CONFIRM PROCESSING THE RETURN FILE ? <Y/N>" TO MSG-CONFIRMATION.
     PERFORM CONFIRM-EXECUTION. *> force first loop
     PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

     IF PROCESSING-IS-CONFIRMED
        PERFORM PROCESS-CARD-RETURNS.
*>_________________________________________________________________________

PROCESS-CARD-RETURNS.

     MOVE ZEROS TO W-CHARGED-COUNT W-DECLINED-COUNT W-REJECTED-COUNT.
     MOVE ZEROS TO W-TOTAL-AMOUNT.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     OPEN I-O VCARD-PAYMENT-FILE.
     OPEN I-O VOUCHER-FILE.
     OPEN INPUT BANK-ACCOUNT-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN I-O CHECK-REGISTER-FILE.
     OPEN INPUT FISCAL-CALENDAR-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.
     OPEN INPUT VCARD-RETURN-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE "VIRTUAL CARD RETURNS PROCESSED:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM PROCESS-NEXT-CARD-RETURN UNTIL END-OF-FILE.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE W-TOTAL-AMOUNT TO W-FORMATTED-TOTAL.
     MOVE SPACES TO PRINTER-RECORD.
     STRING W-CHARGED-COUNT " CHARGED (" W-FORMATTED-TOTAL "), "
            W-DECLINED-COUNT " DECLINED, "
            W-REJECTED-COUNT " REJECTED - SEE ABOVE."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     CLOSE VCARD-PAYMENT-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE BANK-ACCOUNT-FILE.
     CLOSE CONTROL-FILE.
     CLOSE CHECK-REGISTER-FILE.
     CLOSE FISCAL-CALENDAR-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
     CLOSE VCARD-RETURN-FILE.
     CLOSE PRINTER-FILE.

     DISPLAY " ".
     DISPLAY W-CHARGED-COUNT " CHARGED, " W-DECLINED-COUNT " DECLINED, "
             W-REJECTED-COUNT " REJECTED.".
     DISPLAY "THE DETAIL IS IN VCARD-RETURN-REPORT.PRN. <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

PROCESS-NEXT-CARD-RETURN.

     READ VCARD-RETURN-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM PROCESS-ONE-CARD-RETURN
     END-READ.
*>_________________________________________________________________________

PROCESS-ONE-CARD-RETURN.

     MOVE RT-REFERENCE TO VCARD-REFERENCE.
     MOVE "Y" TO W-FOUND-VCARD-RECORD.
     READ VCARD-PAYMENT-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VCARD-RECORD.

     IF NOT FOUND-VCARD-RECORD
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " RT-REFERENCE " WAS NEVER REQUESTED."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF NOT VCARD-IS-REQUESTED
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " RT-REFERENCE
               " WAS ALREADY ANSWERED (STATUS " VCARD-STATUS ")."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF RT-IS-DECLINED
        PERFORM RECORD-CARD-DECLINED
     ELSE
     IF RT-IS-CHARGED
        PERFORM PAY-VOUCHER-BY-CARD
     ELSE
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " RT-REFERENCE
               " - UNKNOWN RETURN STATUS '" RT-STATUS "'."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

RECORD-CARD-DECLINED.

*>   Nothing was paid: the voucher simply stays selected and unpaid,
*>   free to go out again on the next request or by other means.

     MOVE VCARD-RECORD TO BK-VCARD-RECORD-BEFORE-CHANGE.
     MOVE "D" TO VCARD-STATUS.
     PERFORM REWRITE-VCARD-RECORD.

     ADD 1 TO W-DECLINED-COUNT.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "DECLINED: REFERENCE " VCARD-REFERENCE
            " VOUCHER " VCARD-VOUCHER-NUMBER
            " VENDOR " VCARD-VENDOR-NUMBER
            " - " RT-REASON-TEXT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PAY-VOUCHER-BY-CARD.

     MOVE VCARD-VOUCHER-NUMBER TO VOUCHER-NUMBER.
     MOVE "Y" TO W-FOUND-VOUCHER-RECORD.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VOUCHER-RECORD.

     IF NOT FOUND-VOUCHER-RECORD
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " VCARD-REFERENCE
               " - VOUCHER " VCARD-VOUCHER-NUMBER " NOT ON FILE."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " VCARD-REFERENCE
               " - VOUCHER " VCARD-VOUCHER-NUMBER
               " WAS ALREADY PAID - ASK THE ISSUER TO REFUND THE CARD."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
        PERFORM MARK-VOUCHER-PAID-BY-CARD.
*>_________________________________________________________________________

MARK-VOUCHER-PAID-BY-CARD.

     IF RT-CHARGED-DATE EQUAL ZEROS
        MOVE W-DAY-TODAY     TO W-PAID-DATE
     ELSE
        MOVE RT-CHARGED-DATE TO W-PAID-DATE.

     MOVE VCARD-AMOUNT TO W-PAYABLE-PART.
     MOVE VCARD-REFERENCE TO W-VCARD-REFERENCE.

     MOVE VCARD-BANK-CODE TO BANK-CODE.
     MOVE "Y" TO W-FOUND-BANK-RECORD.
     READ BANK-ACCOUNT-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-BANK-RECORD
           MOVE SPACES TO BANK-CURRENCY
           MOVE ZEROS  TO BANK-COMPANY.

*>   The card reference takes the place of the check number: the
*>   voucher carries the 7xxxxx reference, the card file holds the
*>   issuer's card reference behind it.

     MOVE VOUCHER-RECORD TO BK-VOUCHER-RECORD-BEFORE-CHANGE.
     MOVE W-PAID-DATE       TO VOUCHER-PAID-DATE.
     MOVE W-PAYABLE-PART    TO VOUCHER-PAID-AMOUNT.
     MOVE W-VCARD-REFERENCE TO VOUCHER-CHECK-NO.

     MOVE "N" TO W-ERROR-WRITING.
     REWRITE VOUCHER-RECORD
        INVALID KEY
           MOVE "Y" TO W-ERROR-WRITING.

     IF ERROR-WRITING
        ADD 1 TO W-REJECTED-COUNT
        MOVE "REWRITE"      TO W-EXCLOG-OPERATION
        MOVE VOUCHER-NUMBER TO W-EXCLOG-KEY
        PERFORM LOG-EXCEPTION-ENTRY
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: REFERENCE " VCARD-REFERENCE
               " - ERROR REWRITING VOUCHER " VOUCHER-NUMBER "."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
        MOVE "VOUCHER"        TO W-SYSAUD-RECORD-TYPE
        MOVE "CHANGE"         TO W-SYSAUD-ACTION
        MOVE VOUCHER-NUMBER   TO W-SYSAUD-KEY
        MOVE BK-VOUCHER-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
        MOVE VOUCHER-RECORD   TO W-SYSAUD-AFTER-IMAGE
        PERFORM LOG-SYSTEM-AUDIT-ENTRY

        MOVE VCARD-RECORD TO BK-VCARD-RECORD-BEFORE-CHANGE
        MOVE "C"             TO VCARD-STATUS
        MOVE RT-CARD-REF     TO VCARD-CARD-REF
        MOVE W-PAID-DATE     TO VCARD-CHARGED-DATE
        PERFORM REWRITE-VCARD-RECORD

        PERFORM ADD-VCARD-CHECKREG-ENTRY

        MOVE W-PAID-DATE    TO W-PERBAL-DATE
        MOVE "PAYMENT"      TO W-PERBAL-KIND
        MOVE W-PAYABLE-PART TO W-PERBAL-AMOUNT
        PERFORM POST-PERIOD-BALANCE
        MOVE "PAYMENT" TO W-VNDBAL-PART
        MOVE 1         TO W-VNDBAL-SIGN
        PERFORM POST-VENDOR-BALANCE
        IF FOUND-BANK-RECORD
           AND BANK-COMPANY NOT EQUAL ZEROS
           AND BANK-COMPANY NOT EQUAL W-SESSION-COMPANY
*>         another company's account funded this card - book the loan
           MOVE BANK-COMPANY      TO W-ICO-PAYING-COMPANY
           MOVE W-SESSION-COMPANY TO W-ICO-VOUCHER-COMPANY
           MOVE VOUCHER-NUMBER    TO W-ICO-VOUCHER-NUMBER
           MOVE W-PAYABLE-PART    TO W-ICO-AMOUNT
           PERFORM RECORD-INTERCOMPANY-LOAN
        END-IF
        PERFORM PRINT-REMITTANCE-ADVICE

        ADD 1              TO W-CHARGED-COUNT
        ADD W-PAYABLE-PART TO W-TOTAL-AMOUNT
        MOVE W-PAYABLE-PART TO W-FORMATTED-AMOUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "CHARGED:  REFERENCE " VCARD-REFERENCE
               " VOUCHER " VOUCHER-NUMBER
               " VENDOR " VOUCHER-VENDOR
               " CARD " RT-CARD-REF
               " " W-FORMATTED-AMOUNT
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

REWRITE-VCARD-RECORD.

     REWRITE VCARD-RECORD
        INVALID KEY
           MOVE "REWRITE"        TO W-EXCLOG-OPERATION
           MOVE VCARD-REFERENCE  TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           MOVE "VCARD"          TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"         TO W-SYSAUD-ACTION
           MOVE VCARD-REFERENCE  TO W-SYSAUD-KEY
           MOVE BK-VCARD-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
           MOVE VCARD-RECORD     TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

ADD-VCARD-CHECKREG-ENTRY.

*>   Registered as a non-check item: cleared the day the card was
*>   charged, so it never shows as outstanding, goes stale or reaches
*>   the positive-pay file.

     MOVE BANK-CURRENCY     TO CHECKREG-CURRENCY.
     MOVE W-VCARD-REFERENCE TO CHECKREG-CHECK-NUMBER.
     MOVE VOUCHER-NUMBER    TO CHECKREG-VOUCHER-NUMBER.
     MOVE VOUCHER-VENDOR    TO CHECKREG-VENDOR-NUMBER.
     MOVE W-PAYABLE-PART    TO CHECKREG-AMOUNT.
     MOVE W-PAID-DATE       TO CHECKREG-DATE-ISSUED.
     MOVE "Y"               TO CHECKREG-CLEARED.
     MOVE W-PAID-DATE       TO CHECKREG-CLEARED-DATE.
     MOVE "N"               TO CHECKREG-VOID.
     MOVE ZEROS             TO CHECKREG-VOID-DATE.
     MOVE VCARD-BANK-CODE   TO CHECKREG-BANK-CODE.
     MOVE W-SESSION-COMPANY TO CHECKREG-COMPANY.
     MOVE ZEROS             TO CHECKREG-RUN-NUMBER.

     WRITE CHECKREG-RECORD
        INVALID KEY
           MOVE "WRITE"             TO W-EXCLOG-OPERATION
           MOVE W-VCARD-REFERENCE   TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

PRINT-REMITTANCE-ADVICE.

   CALL "remittance-advice" USING VOUCHER-NUMBER.
*>_________________________________________________________________________

PRINT-MONTHLY-REBATE-REPORT.

*>   The bank pays its rebate on a month's total card spend, at the
*>   rate of the highest tier that total reaches.

     DISPLAY "REPORT YEAR (CCYY): ".
     ACCEPT ENTRY-REPORT-YEAR.
     DISPLAY "REPORT MONTH (1-12): ".
     ACCEPT ENTRY-REPORT-MONTH.

     IF ENTRY-REPORT-YEAR EQUAL ZEROS
        OR ENTRY-REPORT-MONTH EQUAL ZEROS
        OR ENTRY-REPORT-MONTH GREATER THAN 12
        DISPLAY "INVALID YEAR OR MONTH ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM WRITE-MONTHLY-REBATE-REPORT.
*>_________________________________________________________________________

WRITE-MONTHLY-REBATE-REPORT.

     COMPUTE W-MONTH-FROM-DATE = ENTRY-REPORT-YEAR * 10000
                               + ENTRY-REPORT-MONTH * 100 + 1.
     COMPUTE W-MONTH-TO-DATE   = ENTRY-REPORT-YEAR * 10000
                               + ENTRY-REPORT-MONTH * 100 + 31.

     MOVE ZEROS TO W-SPEND-COUNT.
     MOVE ZEROS TO W-MONTH-SPEND.

     OPEN INPUT VCARD-PAYMENT-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT REBATE-REPORT-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME
           MOVE ZEROS  TO CONTROL-VCARD-RATE-1 CONTROL-VCARD-TIER-2-SPEND
                          CONTROL-VCARD-RATE-2 CONTROL-VCARD-TIER-3-SPEND
                          CONTROL-VCARD-RATE-3.

     MOVE SPACES TO REBATE-REPORT-RECORD.
     STRING CONTROL-COMPANY-NAME
            "  VIRTUAL CARD SPEND AND REBATE - "
            ENTRY-REPORT-YEAR "/" ENTRY-REPORT-MONTH
       DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
     END-STRING.
     WRITE REBATE-REPORT-RECORD.
     MOVE SPACES TO REBATE-REPORT-RECORD.
     WRITE REBATE-REPORT-RECORD.
     MOVE "REF.    CHARGED     VENDOR                          VOUCHER INVOICE                   AMOUNT"
       TO REBATE-REPORT-RECORD.
     WRITE REBATE-REPORT-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VCARD-REFERENCE.
     START VCARD-PAYMENT-FILE KEY IS NOT LESS THAN VCARD-REFERENCE
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-CARD-CHARGE UNTIL END-OF-FILE.

     PERFORM FIND-REBATE-TIER-RATE.
     COMPUTE W-REBATE-AMOUNT ROUNDED = W-MONTH-SPEND * W-REBATE-RATE / 100.

     MOVE SPACES TO REBATE-REPORT-RECORD.
     WRITE REBATE-REPORT-RECORD.
     MOVE W-MONTH-SPEND TO W-FORMATTED-TOTAL.
     MOVE SPACES TO REBATE-REPORT-RECORD.
     STRING "CARD PAYMENTS: " W-SPEND-COUNT
            "    TOTAL CARD SPEND: " W-FORMATTED-TOTAL
       DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
     END-STRING.
     WRITE REBATE-REPORT-RECORD.
     MOVE W-REBATE-RATE TO D-REBATE-RATE.
     MOVE W-REBATE-AMOUNT TO W-FORMATTED-TOTAL.
     MOVE SPACES TO REBATE-REPORT-RECORD.
     STRING "TIER REBATE RATE: " D-REBATE-RATE
            "%    REBATE EARNED: " W-FORMATTED-TOTAL
       DELIMITED BY SIZE INTO REBATE-REPORT-RECORD
     END-STRING.
     WRITE REBATE-REPORT-RECORD.

     CLOSE VCARD-PAYMENT-FILE.
     CLOSE VENDOR-FILE.
     CLOSE CONTROL-FILE.
     CLOSE REBATE-REPORT-FILE.

     MOVE W-MONTH-SPEND TO W-FORMATTED-TOTAL.
     DISPLAY "CARD SPEND FOR " ENTRY-REPORT-YEAR "/" ENTRY-REPORT-MONTH
             ": " W-FORMATTED-TOTAL.
     MOVE W-REBATE-AMOUNT TO W-FORMATTED-TOTAL.
     DISPLAY "REBATE EARNED AT " D-REBATE-RATE "%: " W-FORMATTED-TOTAL.
     DISPLAY "THE REPORT IS IN VCARD-REBATE-REPORT.PRN. <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-CARD-CHARGE.

     READ VCARD-PAYMENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VCARD-IS-CHARGED
              AND VCARD-CHARGED-DATE NOT LESS THAN W-MONTH-FROM-DATE
              AND VCARD-CHARGED-DATE NOT GREATER THAN W-MONTH-TO-DATE
              AND (VCARD-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VCARD-COMPANY EQUAL ZEROS
                       AND W-SESSION-COMPANY EQUAL 1))
              PERFORM PRINT-ONE-CARD-CHARGE
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ONE-CARD-CHARGE.

     MOVE VCARD-VENDOR-NUMBER TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF NOT FOUND-VENDOR-RECORD
        MOVE "( VENDOR NOT ON FILE )" TO VENDOR-NAME.

     MOVE VCARD-REFERENCE      TO RB-REFERENCE.
     MOVE VCARD-CHARGED-DATE   TO RB-CHARGED-DATE.
     MOVE VCARD-VENDOR-NUMBER  TO RB-VENDOR-NUMBER.
     MOVE VENDOR-NAME          TO RB-VENDOR-NAME.
     MOVE VCARD-VOUCHER-NUMBER TO RB-VOUCHER-NUMBER.
     MOVE VCARD-INVOICE        TO RB-INVOICE.
     MOVE VCARD-AMOUNT         TO RB-AMOUNT.
     MOVE REBATE-DETAIL TO REBATE-REPORT-RECORD.
     WRITE REBATE-REPORT-RECORD.

     ADD 1            TO W-SPEND-COUNT.
     ADD VCARD-AMOUNT TO W-MONTH-SPEND.
*>_________________________________________________________________________

FIND-REBATE-TIER-RATE.

     MOVE CONTROL-VCARD-RATE-1 TO W-REBATE-RATE.

     IF CONTROL-VCARD-TIER-2-SPEND NOT EQUAL ZEROS
        AND W-MONTH-SPEND NOT LESS THAN CONTROL-VCARD-TIER-2-SPEND
        MOVE CONTROL-VCARD-RATE-2 TO W-REBATE-RATE.

     IF CONTROL-VCARD-TIER-3-SPEND NOT EQUAL ZEROS
        AND W-MONTH-SPEND NOT LESS THAN CONTROL-VCARD-TIER-3-SPEND
        MOVE CONTROL-VCARD-RATE-3 TO W-REBATE-RATE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-RECORD-INTERCOMPANY.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
