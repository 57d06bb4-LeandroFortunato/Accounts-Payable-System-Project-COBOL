IDENTIFICATION DIVISION.
PROGRAM-ID. vendor-scorecard-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLPOREC.CBL".
         COPY "SLPO.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVNDEVT.CBL".
         COPY "SLDISPUT.CBL".
         COPY "SLVNDCERT.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "vendor-scorecard.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT EXPLODE-FILE
                ASSIGN TO "scorecard-explode-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT WORK-FILE
                ASSIGN TO "scorecard-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SCORE-FILE
                ASSIGN TO "scorecard-score-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT RANKED-FILE
                ASSIGN TO "scorecard-ranked-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT EVENT-SORT-FILE
                ASSIGN TO "scorecard-sort-1.tmp".

         SELECT SCORE-SORT-FILE
                ASSIGN TO "scorecard-sort-2.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDPOREC.CBL".
         COPY "FDPO.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVNDEVT.CBL".
         COPY "FDDISPUT.CBL".
         COPY "FDVNDCERT.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

*>       One record per scored happening: a receipt, an invoice, a
*>       credit memo, a match failure, a duplicate, a short payment
*>       or a lapsed certificate - sorted by vendor for the scoring.
         FD EXPLODE-FILE.
         01 EXPLODE-RECORD.
            05 EXP-VENDOR             PIC 9(05).
            05 EXP-KIND               PIC X(01).
               88 EXP-IS-RECEIPT      VALUE "R".
               88 EXP-IS-INVOICE      VALUE "I".
               88 EXP-IS-CREDIT-MEMO  VALUE "C".
               88 EXP-IS-MATCH-FAILURE VALUE "M".
               88 EXP-IS-DUPLICATE    VALUE "D".
               88 EXP-IS-SHORT-PAY    VALUE "S".
               88 EXP-IS-CERT-LAPSE   VALUE "L".
            05 EXP-ON-TIME            PIC X(01).
               88 EXP-WAS-ON-TIME     VALUE "Y".
            05 EXP-AMOUNT             PIC S9(7)V99.

         FD WORK-FILE.
         01 WORK-RECORD.
            05 WRK-VENDOR             PIC 9(05).
            05 WRK-KIND               PIC X(01).
               88 WRK-IS-RECEIPT      VALUE "R".
               88 WRK-IS-INVOICE      VALUE "I".
               88 WRK-IS-CREDIT-MEMO  VALUE "C".
               88 WRK-IS-MATCH-FAILURE VALUE "M".
               88 WRK-IS-DUPLICATE    VALUE "D".
               88 WRK-IS-SHORT-PAY    VALUE "S".
               88 WRK-IS-CERT-LAPSE   VALUE "L".
            05 WRK-ON-TIME            PIC X(01).
               88 WRK-WAS-ON-TIME     VALUE "Y".
            05 WRK-AMOUNT             PIC S9(7)V99.

         SD EVENT-SORT-FILE.
         01 EVENT-SORT-RECORD.
            05 ESR-VENDOR             PIC 9(05).
            05 FILLER                 PIC X(11).

         FD SCORE-FILE.
         01 SCORE-RECORD              PIC X(68).

         FD RANKED-FILE.
         01 RANKED-RECORD             PIC X(68).

         SD SCORE-SORT-FILE.
         01 SCORE-SORT-RECORD.
            05 SSR-SCORE              PIC 9(03)V9.
            05 SSR-VENDOR             PIC 9(05).
            05 FILLER                 PIC X(59).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "VENDOR PERFORMANCE SCORECARD".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(60) VALUE "RANK VENDOR VENDOR NAME                    RCPTS ONTIME% INV".
            05 FILLER              PIC X(60) VALUE "CS MATCH SHORT  DUPS  ACCUR% CR-MS CREDIT VALUE CERTS  SCORE".

         01 HEADING-2.
            05 FILLER              PIC X(60) VALUE "==== ====== ============================== ===== ======= ===".
            05 FILLER              PIC X(60) VALUE "== ===== ===== ===== ======= ===== ============ ===== ======".

         01 DETAIL-1.
            05 D-RANK                     PIC ZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR                   PIC ZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-RECEIPTS                 PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ON-TIME-PCT              PIC ZZZZ9.9.
            05 D-ON-TIME-PCT-X REDEFINES D-ON-TIME-PCT PIC X(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICES                 PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-MATCH-FAILURES           PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SHORT-PAYS               PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DUPLICATES               PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ACCURACY-PCT             PIC ZZZZ9.9.
            05 D-ACCURACY-PCT-X REDEFINES D-ACCURACY-PCT PIC X(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CREDIT-MEMOS             PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CREDIT-VALUE             PIC Z,ZZZ,ZZ9.99.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CERT-LAPSES              PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SCORE                    PIC ZZZ9.9.

*>       The scoring weights - they add up to 100. Each measure is
*>       rated 0-100 and the weighted ratings make the vendor's score.
         77 W-WEIGHT-ON-TIME       PIC 9(03) VALUE 35.
         77 W-WEIGHT-ACCURACY      PIC 9(03) VALUE 30.
         77 W-WEIGHT-DUPLICATES    PIC 9(03) VALUE 10.
         77 W-WEIGHT-CREDIT-MEMOS  PIC 9(03) VALUE 10.
         77 W-WEIGHT-CERTIFICATES  PIC 9(03) VALUE 15.
*>       Points off the duplicate and certificate ratings per event.
         77 W-PENALTY-PER-DUPLICATE PIC 9(03) VALUE 25.
         77 W-PENALTY-PER-LAPSE    PIC 9(03) VALUE 50.

*>       One vendor's scorecard line, written to SCORE-FILE and read
*>       back from RANKED-FILE in score order.
         01 W-VENDOR-SCORE.
            05 W-SCORE                PIC 9(03)V9.
            05 W-SCORE-VENDOR         PIC 9(05).
            05 W-RECEIPTS             PIC 9(05).
            05 W-ON-TIME-RECEIPTS     PIC 9(05).
            05 W-ON-TIME-PCT          PIC 9(03)V9.
            05 W-INVOICES             PIC 9(05).
            05 W-MATCH-FAILURES       PIC 9(05).
            05 W-SHORT-PAYS           PIC 9(05).
            05 W-DUPLICATES           PIC 9(05).
            05 W-CREDIT-MEMOS         PIC 9(05).
            05 W-CREDIT-VALUE         PIC S9(9)V99.
            05 W-CERT-LAPSES          PIC 9(05).
            05 W-ACCURACY-PCT         PIC 9(03)V9.

         77 W-INVOICE-VALUE        PIC S9(9)V99.
         77 W-RATING               PIC S9(5)V99.
         77 W-RATING-ON-TIME       PIC S9(5)V99.
         77 W-RATING-ACCURACY      PIC S9(5)V99.
         77 W-RATING-DUPLICATES    PIC S9(5)V99.
         77 W-RATING-CREDIT-MEMOS  PIC S9(5)V99.
         77 W-RATING-CERTIFICATES  PIC S9(5)V99.
         77 W-CURRENT-VENDOR       PIC 9(05).

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-PO-RECORD      PIC X.
            88 FOUND-PO-RECORD  VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 30 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-FROM-DATE        PIC 9(8).
         77 ENTRY-TO-DATE          PIC 9(8).
         77 ENTRY-DELIVERY-DAYS    PIC 9(3).
         77 W-DAYS-TO-DELIVER      PIC S9(7).
         77 W-RANK                 PIC 9(5) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 W-FROM-EDITED          PIC 99/99/9999.
         77 W-TO-EDITED            PIC 99/99/9999.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Quarterly vendor review: each vendor active in the period is rated
*>   on delivery, invoice accuracy, duplicates, credit memos and
*>   certificate upkeep, and the vendors are ranked by weighted score.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                 VENDOR PERFORMANCE SCORECARD".
     DISPLAY " ".

     MOVE "FROM DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-FROM-DATE.

     MOVE "TO DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-TO-DATE.

     DISPLAY "DAYS ALLOWED FROM ORDER TO DELIVERY (<ENTER> = 30): ".
     MOVE ZEROS TO ENTRY-DELIVERY-DAYS.
     ACCEPT ENTRY-DELIVERY-DAYS.
     IF ENTRY-DELIVERY-DAYS EQUAL ZEROS
        MOVE 30 TO ENTRY-DELIVERY-DAYS.

     OPEN INPUT PO-RECEIVING-FILE.
     OPEN INPUT PURCHASE-ORDER-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-EVENT-FILE.
     OPEN INPUT DISPUTE-FILE.
     OPEN INPUT VENDOR-CERT-FILE.
     OPEN OUTPUT EXPLODE-FILE.

     PERFORM EXPLODE-RECEIPTS.
     PERFORM EXPLODE-VOUCHERS.
     PERFORM EXPLODE-VENDOR-EVENTS.
     PERFORM EXPLODE-SHORT-PAYS.
     PERFORM EXPLODE-CERTIFICATE-LAPSES.

     CLOSE PO-RECEIVING-FILE.
     CLOSE PURCHASE-ORDER-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-EVENT-FILE.
     CLOSE DISPUTE-FILE.
     CLOSE VENDOR-CERT-FILE.
     CLOSE EXPLODE-FILE.

     SORT EVENT-SORT-FILE
        ON ASCENDING KEY ESR-VENDOR
        USING EXPLODE-FILE
        GIVING WORK-FILE.

     OPEN INPUT WORK-FILE.
     OPEN OUTPUT SCORE-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-WORK-NEXT-RECORD.
     PERFORM SCORE-ONE-VENDOR UNTIL END-OF-FILE.

     CLOSE WORK-FILE.
     CLOSE SCORE-FILE.

     SORT SCORE-SORT-FILE
        ON DESCENDING KEY SSR-SCORE
        ON ASCENDING KEY SSR-VENDOR
        USING SCORE-FILE
        GIVING RANKED-FILE.

     OPEN INPUT RANKED-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM PRINT-NEXT-RANKED-VENDOR UNTIL END-OF-FILE.

     PERFORM PRINT-SCORECARD-FOOTING.
     PERFORM FINALIZE-PAGE.

     CLOSE RANKED-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "VND-SCORECARD" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-RANK TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " VENDOR(S) SCORED - SEE vendor-scorecard.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

EXPLODE-RECEIPTS.

*>   A receipt is on time when it was logged within the allowed days
*>   of the order date.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO POREC-KEY.
     START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXPLODE-NEXT-RECEIPT UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-RECEIPT.

     READ PO-RECEIVING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF POREC-DATE NOT LESS THAN ENTRY-FROM-DATE
              AND POREC-DATE NOT GREATER THAN ENTRY-TO-DATE
              PERFORM EXPLODE-ONE-RECEIPT
           END-IF
     END-READ.
*>_________________________________________________________________________

EXPLODE-ONE-RECEIPT.

     MOVE POREC-PO-NUMBER TO PO-NUMBER.
     MOVE "Y" TO W-FOUND-PO-RECORD.
     READ PURCHASE-ORDER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-PO-RECORD.

     IF FOUND-PO-RECORD AND PO-DATE NOT EQUAL ZEROS
        MOVE PO-VENDOR    TO EXP-VENDOR
        MOVE "R"          TO EXP-KIND
        MOVE POREC-AMOUNT TO EXP-AMOUNT
        COMPUTE W-DAYS-TO-DELIVER = FUNCTION INTEGER-OF-DATE(POREC-DATE)
                                  - FUNCTION INTEGER-OF-DATE(PO-DATE)
        IF W-DAYS-TO-DELIVER GREATER THAN ENTRY-DELIVERY-DAYS
           MOVE "N" TO EXP-ON-TIME
        ELSE
           MOVE "Y" TO EXP-ON-TIME
        END-IF
        WRITE EXPLODE-RECORD.
*>_________________________________________________________________________

EXPLODE-VOUCHERS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXPLODE-NEXT-VOUCHER UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-DATE NOT LESS THAN ENTRY-FROM-DATE
              AND VOUCHER-DATE NOT GREATER THAN ENTRY-TO-DATE
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              MOVE VOUCHER-VENDOR TO EXP-VENDOR
              MOVE SPACES         TO EXP-ON-TIME
              MOVE VOUCHER-AMOUNT TO EXP-AMOUNT
              IF VOUCHER-IS-CREDIT-MEMO
                 MOVE "C" TO EXP-KIND
              ELSE
                 MOVE "I" TO EXP-KIND
              END-IF
              WRITE EXPLODE-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

EXPLODE-VENDOR-EVENTS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM EXPLODE-NEXT-VENDOR-EVENT UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-VENDOR-EVENT.

     READ VENDOR-EVENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VNDEVT-DATE NOT LESS THAN ENTRY-FROM-DATE
              AND VNDEVT-DATE NOT GREATER THAN ENTRY-TO-DATE
              AND (VNDEVT-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VNDEVT-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              MOVE VNDEVT-VENDOR TO EXP-VENDOR
              MOVE SPACES        TO EXP-ON-TIME
              MOVE VNDEVT-AMOUNT TO EXP-AMOUNT
              IF VNDEVT-DUPLICATE
                 MOVE "D" TO EXP-KIND
                 WRITE EXPLODE-RECORD
              ELSE
                 IF VNDEVT-IS-MATCH-FAILURE
                    MOVE "M" TO EXP-KIND
                    WRITE EXPLODE-RECORD
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

EXPLODE-SHORT-PAYS.

*>   A dispute settled by paying the invoice short means the invoice
*>   was wrong.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO DISPUTE-VOUCHER.
     START DISPUTE-FILE KEY IS NOT LESS THAN DISPUTE-VOUCHER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXPLODE-NEXT-DISPUTE UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-DISPUTE.

     READ DISPUTE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF DISPUTE-IS-RESOLVED AND RESOLVED-BY-SHORT-PAY
              AND DISPUTE-RESOLVED-DATE NOT LESS THAN ENTRY-FROM-DATE
              AND DISPUTE-RESOLVED-DATE NOT GREATER THAN ENTRY-TO-DATE
              AND (DISPUTE-COMPANY EQUAL W-SESSION-COMPANY
                   OR (DISPUTE-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              MOVE DISPUTE-VENDOR TO EXP-VENDOR
              MOVE "S"            TO EXP-KIND
              MOVE SPACES         TO EXP-ON-TIME
              MOVE DISPUTE-AMOUNT TO EXP-AMOUNT
              WRITE EXPLODE-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

EXPLODE-CERTIFICATE-LAPSES.

*>   A required certificate whose expiry falls inside the period - or
*>   that had already run out before it - was not in force at period
*>   end.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS  TO VNDCERT-VENDOR.
     MOVE SPACES TO VNDCERT-TYPE.
     START VENDOR-CERT-FILE KEY IS NOT LESS THAN VNDCERT-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXPLODE-NEXT-CERTIFICATE UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-CERTIFICATE.

     READ VENDOR-CERT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VNDCERT-IS-REQUIRED
              AND VNDCERT-EXPIRE-DATE NOT EQUAL ZEROS
              AND VNDCERT-EXPIRE-DATE NOT GREATER THAN ENTRY-TO-DATE
              MOVE VNDCERT-VENDOR TO EXP-VENDOR
              MOVE "L"            TO EXP-KIND
              MOVE SPACES         TO EXP-ON-TIME
              MOVE ZEROS          TO EXP-AMOUNT
              WRITE EXPLODE-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

READ-WORK-NEXT-RECORD.

     READ WORK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

SCORE-ONE-VENDOR.

     MOVE WRK-VENDOR TO W-CURRENT-VENDOR.
     INITIALIZE W-VENDOR-SCORE.
     MOVE W-CURRENT-VENDOR TO W-SCORE-VENDOR.
     MOVE ZEROS TO W-INVOICE-VALUE.

     PERFORM TALLY-ONE-WORK-RECORD
        UNTIL END-OF-FILE
           OR WRK-VENDOR NOT EQUAL W-CURRENT-VENDOR.

*>   Only vendors that delivered or billed in the period are ranked -
*>   a lapsed certificate alone does not put a dormant vendor on the
*>   review list.

     IF W-RECEIPTS NOT EQUAL ZEROS OR W-INVOICES NOT EQUAL ZEROS
        PERFORM COMPUTE-VENDOR-SCORE
        WRITE SCORE-RECORD FROM W-VENDOR-SCORE.
*>_________________________________________________________________________

TALLY-ONE-WORK-RECORD.

     IF WRK-IS-RECEIPT
        ADD 1 TO W-RECEIPTS
        IF WRK-WAS-ON-TIME
           ADD 1 TO W-ON-TIME-RECEIPTS.

     IF WRK-IS-INVOICE
        ADD 1 TO W-INVOICES
        ADD WRK-AMOUNT TO W-INVOICE-VALUE.

*>   Credit memos are carried as negative vouchers; the credit value
*>   is totalled as a positive figure.

     IF WRK-IS-CREDIT-MEMO
        ADD 1 TO W-CREDIT-MEMOS
        SUBTRACT WRK-AMOUNT FROM W-CREDIT-VALUE.

     IF WRK-IS-MATCH-FAILURE
        ADD 1 TO W-MATCH-FAILURES.

     IF WRK-IS-DUPLICATE
        ADD 1 TO W-DUPLICATES.

     IF WRK-IS-SHORT-PAY
        ADD 1 TO W-SHORT-PAYS.

     IF WRK-IS-CERT-LAPSE
        ADD 1 TO W-CERT-LAPSES.

     PERFORM READ-WORK-NEXT-RECORD.
*>_________________________________________________________________________

COMPUTE-VENDOR-SCORE.

*>   Each rating runs 0-100; a vendor with nothing to judge on a
*>   measure (no receipts, no invoices) gets full marks for it.

     IF W-RECEIPTS EQUAL ZEROS
        MOVE 100 TO W-RATING-ON-TIME
     ELSE
        COMPUTE W-RATING-ON-TIME ROUNDED =
                W-ON-TIME-RECEIPTS * 100 / W-RECEIPTS.
     MOVE W-RATING-ON-TIME TO W-ON-TIME-PCT.

     IF W-INVOICES EQUAL ZEROS
        MOVE 100 TO W-RATING-ACCURACY
     ELSE
        COMPUTE W-RATING-ACCURACY ROUNDED =
                (W-INVOICES - W-MATCH-FAILURES - W-SHORT-PAYS) * 100
                / W-INVOICES.
     IF W-RATING-ACCURACY LESS THAN ZEROS
        MOVE ZEROS TO W-RATING-ACCURACY.
     MOVE W-RATING-ACCURACY TO W-ACCURACY-PCT.

     COMPUTE W-RATING-DUPLICATES =
             100 - W-DUPLICATES * W-PENALTY-PER-DUPLICATE.
     IF W-RATING-DUPLICATES LESS THAN ZEROS
        MOVE ZEROS TO W-RATING-DUPLICATES.

     IF W-CREDIT-VALUE EQUAL ZEROS
        MOVE 100 TO W-RATING-CREDIT-MEMOS
     ELSE
        IF W-INVOICE-VALUE NOT GREATER THAN ZEROS
           MOVE ZEROS TO W-RATING-CREDIT-MEMOS
        ELSE
           COMPUTE W-RATING-CREDIT-MEMOS ROUNDED =
                   100 - W-CREDIT-VALUE * 100 / W-INVOICE-VALUE
           IF W-RATING-CREDIT-MEMOS LESS THAN ZEROS
              MOVE ZEROS TO W-RATING-CREDIT-MEMOS.

     COMPUTE W-RATING-CERTIFICATES =
             100 - W-CERT-LAPSES * W-PENALTY-PER-LAPSE.
     IF W-RATING-CERTIFICATES LESS THAN ZEROS
        MOVE ZEROS TO W-RATING-CERTIFICATES.

     COMPUTE W-RATING ROUNDED =
           ( W-RATING-ON-TIME      * W-WEIGHT-ON-TIME
           + W-RATING-ACCURACY     * W-WEIGHT-ACCURACY
           + W-RATING-DUPLICATES   * W-WEIGHT-DUPLICATES
           + W-RATING-CREDIT-MEMOS * W-WEIGHT-CREDIT-MEMOS
           + W-RATING-CERTIFICATES * W-WEIGHT-CERTIFICATES ) / 100.
     MOVE W-RATING TO W-SCORE.
*>_________________________________________________________________________

PRINT-NEXT-RANKED-VENDOR.

     READ RANKED-FILE INTO W-VENDOR-SCORE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM PRINT-ONE-RANKED-VENDOR
     END-READ.
*>_________________________________________________________________________

PRINT-ONE-RANKED-VENDOR.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     ADD 1 TO W-RANK.

     MOVE W-SCORE-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO D-VENDOR-NAME
     ELSE
        MOVE "** VENDOR NOT ON FILE **" TO D-VENDOR-NAME.

     MOVE W-RANK             TO D-RANK.
     MOVE W-SCORE-VENDOR     TO D-VENDOR.
     MOVE W-RECEIPTS         TO D-RECEIPTS.
     IF W-RECEIPTS EQUAL ZEROS
        MOVE SPACES          TO D-ON-TIME-PCT-X
     ELSE
        MOVE W-ON-TIME-PCT   TO D-ON-TIME-PCT.
     MOVE W-INVOICES         TO D-INVOICES.
     MOVE W-MATCH-FAILURES   TO D-MATCH-FAILURES.
     MOVE W-SHORT-PAYS       TO D-SHORT-PAYS.
     MOVE W-DUPLICATES       TO D-DUPLICATES.
     IF W-INVOICES EQUAL ZEROS
        MOVE SPACES          TO D-ACCURACY-PCT-X
     ELSE
        MOVE W-ACCURACY-PCT  TO D-ACCURACY-PCT.
     MOVE W-CREDIT-MEMOS     TO D-CREDIT-MEMOS.
     MOVE W-CREDIT-VALUE     TO D-CREDIT-VALUE.
     MOVE W-CERT-LAPSES      TO D-CERT-LAPSES.
     MOVE W-SCORE            TO D-SCORE.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-SCORECARD-FOOTING.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     COMPUTE DUMMY-FOR-DATE-12 = ENTRY-FROM-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FROM-EDITED.
     COMPUTE DUMMY-FOR-DATE-12 = ENTRY-TO-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-TO-EDITED.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "PERIOD " W-FROM-EDITED " TO " W-TO-EDITED
            " - ON TIME = RECEIVED WITHIN " ENTRY-DELIVERY-DAYS
            " DAYS OF THE ORDER DATE"
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "WEIGHTS: ON TIME " W-WEIGHT-ON-TIME
            "  ACCURACY " W-WEIGHT-ACCURACY
            "  DUPLICATES " W-WEIGHT-DUPLICATES
            "  CREDIT MEMOS " W-WEIGHT-CREDIT-MEMOS
            "  CERTIFICATES " W-WEIGHT-CERTIFICATES
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLDATE.CBL".
COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
