IDENTIFICATION DIVISION.
PROGRAM-ID. purchase-price-variance-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVOUCH.CBL".
         COPY "SLPO.CBL".
         COPY "SLPOREC.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "purchase-price-variance.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT EXPLODE-FILE
                ASSIGN TO "ppv-explode-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT WORK-FILE
                ASSIGN TO "ppv-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT PPV-FILE
                ASSIGN TO "ppv-variance-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT PPV-SORTED-FILE
                ASSIGN TO "ppv-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT VOUCHER-SORT-FILE
                ASSIGN TO "ppv-sort-1.tmp".

         SELECT PPV-SORT-FILE
                ASSIGN TO "ppv-sort-2.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVOUCH.CBL".
         COPY "FDPO.CBL".
         COPY "FDPOREC.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

*>       Every voucher billed against a purchase order, gathered by
*>       order so each order's billings can be totalled together.
         FD EXPLODE-FILE.
         01 EXPLODE-RECORD.
            05 EXP-PO-NUMBER          PIC 9(05).
            05 EXP-VOUCHER-DATE       PIC 9(08).
            05 EXP-GL-ACCOUNT         PIC X(10).
            05 EXP-AMOUNT             PIC S9(7)V99.

         FD WORK-FILE.
         01 WORK-RECORD.
            05 WRK-PO-NUMBER          PIC 9(05).
            05 WRK-VOUCHER-DATE       PIC 9(08).
            05 WRK-GL-ACCOUNT         PIC X(10).
            05 WRK-AMOUNT             PIC S9(7)V99.

         SD VOUCHER-SORT-FILE.
         01 VOUCHER-SORT-RECORD.
            05 VSR-PO-NUMBER          PIC 9(05).
            05 VSR-VOUCHER-DATE       PIC 9(08).
            05 FILLER                 PIC X(19).

         FD PPV-FILE.
         01 PPV-RECORD                PIC X(90).

         FD PPV-SORTED-FILE.
         01 PPV-SORTED-RECORD         PIC X(90).

*>       The same variance lines are sorted three ways: by vendor, by
*>       GL account and by month.
         SD PPV-SORT-FILE.
         01 PPV-SORT-RECORD.
            05 PSR-VENDOR             PIC 9(05).
            05 PSR-PO-NUMBER          PIC 9(05).
            05 PSR-GL-ACCOUNT         PIC X(10).
            05 PSR-MONTH              PIC 9(06).
            05 FILLER                 PIC X(64).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "PURCHASE PRICE VARIANCE - PO VS. INVOICED".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(60) VALUE "   PO PO DATE    GL ACCOUNT LAST INV.  VCHS        ORDERED  ".
            05 FILLER              PIC X(57) VALUE "     RECEIVED       INVOICED       VARIANCE     PCT      ".

         01 HEADING-2.
            05 FILLER              PIC X(60) VALUE "===== ========== ========== ========== ==== ============== =".
            05 FILLER              PIC X(57) VALUE "============= ============== ============== ======= =====".

         01 SUMMARY-HEADING-1.
            05 FILLER              PIC X(60) VALUE "                                 POS  OVER   MATCHED BASE   ".
            05 FILLER              PIC X(60) VALUE "    INVOICED      FAVORABLE    UNFAVORABLE   NET VARIANCE   ".
            05 FILLER              PIC X(05) VALUE "  PCT".

         01 SUMMARY-HEADING-2.
            05 FILLER              PIC X(60) VALUE "============================== ===== ===== ============== ==".
            05 FILLER              PIC X(60) VALUE "============ ============== ============== ============== ==".
            05 FILLER              PIC X(05) VALUE "=====".

         01 DETAIL-1.
            05 D-PO-NUMBER                PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PO-DATE                  PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-GL-ACCOUNT               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LAST-VOUCHER-DATE        PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VOUCHERS                 PIC ZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ORDERED                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-RECEIVED                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICED                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VARIANCE                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PERCENT                  PIC ZZZ9.9-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DIRECTION                PIC X(05).

         01 DETAIL-2.
            05 D-SUM-LABEL                PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-ORDERS               PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-OVER                 PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-BASE                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-INVOICED             PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-FAVORABLE            PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-UNFAVORABLE          PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-NET                  PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUM-PERCENT              PIC ZZZ9.9-.

*>       One purchase order's variance, written to PPV-FILE and read
*>       back from PPV-SORTED-FILE in each sequence.
         01 W-PPV.
            05 W-PPV-VENDOR           PIC 9(05).
            05 W-PPV-PO-NUMBER        PIC 9(05).
            05 W-PPV-GL-ACCOUNT       PIC X(10).
            05 W-PPV-MONTH            PIC 9(06).
            05 W-PPV-PO-DATE          PIC 9(08).
            05 W-PPV-LAST-DATE        PIC 9(08).
            05 W-PPV-VOUCHERS         PIC 9(03).
            05 W-PPV-ORDERED          PIC S9(7)V99.
            05 W-PPV-RECEIVED         PIC S9(7)V99.
            05 W-PPV-BASE             PIC S9(7)V99.
            05 W-PPV-INVOICED         PIC S9(7)V99.
            05 W-PPV-VARIANCE         PIC S9(7)V99.

*>       Which way the summary is being totalled.
         01 W-SUMMARY-BY           PIC X.
            88 SUMMARY-BY-VENDOR     VALUE "V".
            88 SUMMARY-BY-GL-ACCOUNT VALUE "G".
            88 SUMMARY-BY-MONTH      VALUE "M".

         77 W-GROUP-KEY            PIC X(10).
         77 W-NEXT-GROUP-KEY       PIC X(10).
         77 W-GROUP-LABEL          PIC X(30).

         01 W-MONTH-LABEL.
            05 W-MONTH-LABEL-MM       PIC 9(02).
            05 FILLER                 PIC X(01) VALUE "/".
            05 W-MONTH-LABEL-CCYY     PIC 9(04).

         01 W-MONTH-SPLIT.
            05 W-MONTH-SPLIT-CCYY     PIC 9(04).
            05 W-MONTH-SPLIT-MM       PIC 9(02).

         01 W-GROUP-TOTALS.
            05 W-GROUP-ORDERS         PIC 9(05).
            05 W-GROUP-OVER           PIC 9(05).
            05 W-GROUP-BASE           PIC S9(9)V99.
            05 W-GROUP-INVOICED       PIC S9(9)V99.
            05 W-GROUP-FAVORABLE      PIC S9(9)V99.
            05 W-GROUP-UNFAVORABLE    PIC S9(9)V99.

         01 W-GRAND-TOTALS.
            05 W-GRAND-ORDERS         PIC 9(05).
            05 W-GRAND-OVER           PIC 9(05).
            05 W-GRAND-BASE           PIC S9(9)V99.
            05 W-GRAND-INVOICED       PIC S9(9)V99.
            05 W-GRAND-FAVORABLE      PIC S9(9)V99.
            05 W-GRAND-UNFAVORABLE    PIC S9(9)V99.

*>       A vendor billing over the order on at least this many orders,
*>       and on at least this percentage of its orders, is flagged for
*>       purchasing to renegotiate or tighten the order.
         77 W-CONSISTENT-MIN-ORDERS PIC 9(03) VALUE 3.
         77 W-CONSISTENT-PERCENT   PIC 9(03) VALUE 75.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-RECEIPTS      PIC X.
            88 END-OF-RECEIPTS  VALUE "Y".

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
         77 W-CURRENT-PO           PIC 9(05).
         77 W-CURRENT-VENDOR       PIC 9(05).
         77 W-PO-INVOICED          PIC S9(7)V99.
         77 W-PO-VOUCHERS          PIC 9(03).
         77 W-PO-LAST-DATE         PIC 9(08).
         77 W-PO-GL-ACCOUNT        PIC X(10).
         77 W-PO-RECEIVED          PIC S9(7)V99.
         77 W-PERCENT              PIC S9(5)V9.
         77 W-NET-VARIANCE         PIC S9(9)V99.
         77 W-ORDERS-LISTED        PIC 9(6) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Purchase price variance: what each purchase order was finally
*>   billed against what it matched - the goods received or, where
*>   nothing was logged on the dock, the amount ordered. Listed order
*>   by order under each vendor, then totalled by vendor, by GL account
*>   and by month. Vendors whose invoices keep running above the order
*>   are flagged for purchasing.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "            PURCHASE PRICE VARIANCE - PO VS. INVOICED".
     DISPLAY " ".
     DISPLAY "ORDERS WHOSE LAST VOUCHER FALLS IN THE PERIOD ARE REPORTED".

     MOVE "FROM DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-FROM-DATE.

     MOVE "TO DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO ENTRY-TO-DATE.

     OPEN INPUT VOUCHER-FILE.
     OPEN OUTPUT EXPLODE-FILE.
     PERFORM EXPLODE-PO-VOUCHERS.
     CLOSE VOUCHER-FILE.
     CLOSE EXPLODE-FILE.

     SORT VOUCHER-SORT-FILE
        ON ASCENDING KEY VSR-PO-NUMBER VSR-VOUCHER-DATE
        USING EXPLODE-FILE
        GIVING WORK-FILE.

     OPEN INPUT WORK-FILE.
     OPEN INPUT PURCHASE-ORDER-FILE.
     OPEN INPUT PO-RECEIVING-FILE.
     OPEN OUTPUT PPV-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-WORK-NEXT-RECORD.
     PERFORM MEASURE-ONE-PURCHASE-ORDER UNTIL END-OF-FILE.

     CLOSE WORK-FILE.
     CLOSE PURCHASE-ORDER-FILE.
     CLOSE PO-RECEIVING-FILE.
     CLOSE PPV-FILE.

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

     SORT PPV-SORT-FILE
        ON ASCENDING KEY PSR-VENDOR PSR-PO-NUMBER
        USING PPV-FILE
        GIVING PPV-SORTED-FILE.
     PERFORM LIST-ORDERS-BY-VENDOR.

     MOVE "V" TO W-SUMMARY-BY.
     PERFORM PRINT-VARIANCE-SUMMARY.

     SORT PPV-SORT-FILE
        ON ASCENDING KEY PSR-GL-ACCOUNT PSR-VENDOR PSR-PO-NUMBER
        USING PPV-FILE
        GIVING PPV-SORTED-FILE.
     MOVE "G" TO W-SUMMARY-BY.
     PERFORM PRINT-VARIANCE-SUMMARY.

     SORT PPV-SORT-FILE
        ON ASCENDING KEY PSR-MONTH PSR-VENDOR PSR-PO-NUMBER
        USING PPV-FILE
        GIVING PPV-SORTED-FILE.
     MOVE "M" TO W-SUMMARY-BY.
     PERFORM PRINT-VARIANCE-SUMMARY.

     PERFORM FINALIZE-PAGE.

     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "PPV" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-ORDERS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " PURCHASE ORDER(S) REPORTED - SEE purchase-price-variance.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

EXPLODE-PO-VOUCHERS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXPLODE-NEXT-PO-VOUCHER UNTIL END-OF-FILE.
*>_________________________________________________________________________

EXPLODE-NEXT-PO-VOUCHER.

*>   Every billing on an order counts, whatever its date, so the order
*>   is measured on everything billed against it; credit memos carry
*>   negative and reduce the amount invoiced.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-PO-NUMBER NOT EQUAL ZEROS
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              MOVE VOUCHER-PO-NUMBER      TO EXP-PO-NUMBER
              MOVE VOUCHER-DATE           TO EXP-VOUCHER-DATE
              MOVE VOUCHER-GL-ACCOUNT (1) TO EXP-GL-ACCOUNT
              MOVE VOUCHER-AMOUNT         TO EXP-AMOUNT
              WRITE EXPLODE-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

READ-WORK-NEXT-RECORD.

     READ WORK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

MEASURE-ONE-PURCHASE-ORDER.

     MOVE WRK-PO-NUMBER  TO W-CURRENT-PO.
     MOVE WRK-GL-ACCOUNT TO W-PO-GL-ACCOUNT.
     MOVE ZEROS TO W-PO-INVOICED.
     MOVE ZEROS TO W-PO-VOUCHERS.

     PERFORM ADD-ONE-PO-VOUCHER
        UNTIL END-OF-FILE
           OR WRK-PO-NUMBER NOT EQUAL W-CURRENT-PO.

     IF W-PO-LAST-DATE NOT LESS THAN ENTRY-FROM-DATE
        AND W-PO-LAST-DATE NOT GREATER THAN ENTRY-TO-DATE
        PERFORM COMPUTE-PO-VARIANCE.
*>_________________________________________________________________________

ADD-ONE-PO-VOUCHER.

     ADD WRK-AMOUNT TO W-PO-INVOICED.
     ADD 1 TO W-PO-VOUCHERS.
     MOVE WRK-VOUCHER-DATE TO W-PO-LAST-DATE.

     PERFORM READ-WORK-NEXT-RECORD.
*>_________________________________________________________________________

COMPUTE-PO-VARIANCE.

*>   A blanket order has only a not-to-exceed ceiling, no price to
*>   vary from, so it is left out.

     MOVE W-CURRENT-PO TO PO-NUMBER.
     MOVE "Y" TO W-FOUND-PO-RECORD.
     READ PURCHASE-ORDER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-PO-RECORD.

     IF FOUND-PO-RECORD AND NOT PO-IS-BLANKET
        PERFORM BUILD-PO-VARIANCE.
*>_________________________________________________________________________

BUILD-PO-VARIANCE.

*>   The order is measured against the goods received, or against the
*>   amount ordered where the dock logged nothing. Once the order is
*>   received in full or closed its billing is taken as complete; an
*>   order still OPEN is measured only when its billing already runs
*>   past what it matched - until then a shortfall is just billing
*>   still to come.

     PERFORM SUM-PO-RECEIPTS.

     MOVE PO-VENDOR      TO W-PPV-VENDOR.
     MOVE PO-NUMBER      TO W-PPV-PO-NUMBER.
     MOVE PO-DATE        TO W-PPV-PO-DATE.
     MOVE W-PO-LAST-DATE TO W-PPV-LAST-DATE.
     DIVIDE W-PO-LAST-DATE BY 100 GIVING W-PPV-MONTH.
     MOVE W-PO-VOUCHERS  TO W-PPV-VOUCHERS.
     MOVE PO-AMOUNT      TO W-PPV-ORDERED.
     MOVE W-PO-RECEIVED  TO W-PPV-RECEIVED.
     MOVE W-PO-INVOICED  TO W-PPV-INVOICED.

     IF PO-GL-ACCOUNT EQUAL SPACES
        MOVE W-PO-GL-ACCOUNT TO W-PPV-GL-ACCOUNT
     ELSE
        MOVE PO-GL-ACCOUNT   TO W-PPV-GL-ACCOUNT.

     IF W-PO-RECEIVED EQUAL ZEROS
        MOVE PO-AMOUNT     TO W-PPV-BASE
     ELSE
        MOVE W-PO-RECEIVED TO W-PPV-BASE.

     COMPUTE W-PPV-VARIANCE = W-PPV-INVOICED - W-PPV-BASE.

     IF NOT PO-IS-OPEN OR W-PPV-VARIANCE GREATER THAN ZEROS
        WRITE PPV-RECORD FROM W-PPV.
*>_________________________________________________________________________

SUM-PO-RECEIPTS.

     MOVE ZEROS TO W-PO-RECEIVED.
     MOVE "N" TO W-END-OF-RECEIPTS.
     MOVE PO-NUMBER TO POREC-PO-NUMBER.
     MOVE ZEROS TO POREC-PO-LINE POREC-DATE POREC-SEQ.
     START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-RECEIPTS.

     PERFORM ADD-NEXT-PO-RECEIPT UNTIL END-OF-RECEIPTS.
*>_________________________________________________________________________

ADD-NEXT-PO-RECEIPT.

     READ PO-RECEIVING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-RECEIPTS
        NOT AT END
           IF POREC-PO-NUMBER NOT EQUAL PO-NUMBER
              MOVE "Y" TO W-END-OF-RECEIPTS
           ELSE
              ADD POREC-AMOUNT TO W-PO-RECEIVED
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ORDERS-BY-VENDOR.

     OPEN INPUT PPV-SORTED-FILE.
     MOVE ZEROS TO W-CURRENT-VENDOR.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM LIST-NEXT-ORDER UNTIL END-OF-FILE.
     CLOSE PPV-SORTED-FILE.
*>_________________________________________________________________________

LIST-NEXT-ORDER.

     READ PPV-SORTED-FILE INTO W-PPV
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM LIST-ONE-ORDER
     END-READ.
*>_________________________________________________________________________

LIST-ONE-ORDER.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     IF W-PPV-VENDOR NOT EQUAL W-CURRENT-VENDOR
        MOVE W-PPV-VENDOR TO W-CURRENT-VENDOR
        PERFORM PRINT-VENDOR-LINE.

     MOVE W-PPV-PO-NUMBER  TO D-PO-NUMBER.
     COMPUTE DUMMY-FOR-DATE-12 = W-PPV-PO-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-PO-DATE.
     MOVE W-PPV-GL-ACCOUNT TO D-GL-ACCOUNT.
     COMPUTE DUMMY-FOR-DATE-12 = W-PPV-LAST-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-LAST-VOUCHER-DATE.
     MOVE W-PPV-VOUCHERS   TO D-VOUCHERS.
     MOVE W-PPV-ORDERED    TO D-ORDERED.
     MOVE W-PPV-RECEIVED   TO D-RECEIVED.
     MOVE W-PPV-INVOICED   TO D-INVOICED.
     MOVE W-PPV-VARIANCE   TO D-VARIANCE.

     IF W-PPV-BASE EQUAL ZEROS
        MOVE ZEROS TO W-PERCENT
     ELSE
        COMPUTE W-PERCENT ROUNDED = W-PPV-VARIANCE * 100 / W-PPV-BASE
           ON SIZE ERROR
              MOVE 9999.9 TO W-PERCENT.
     MOVE W-PERCENT TO D-PERCENT.

     IF W-PPV-VARIANCE GREATER THAN ZEROS
        MOVE "UNFAV" TO D-DIRECTION
     ELSE
        IF W-PPV-VARIANCE LESS THAN ZEROS
           MOVE "FAV"   TO D-DIRECTION
        ELSE
           MOVE SPACES  TO D-DIRECTION.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1 TO W-ORDERS-LISTED.
*>_________________________________________________________________________

PRINT-VENDOR-LINE.

     MOVE W-PPV-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF NOT FOUND-VENDOR-RECORD
        MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "VENDOR " W-PPV-VENDOR " - " VENDOR-NAME
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-VARIANCE-SUMMARY.

     IF W-PRINTED-LINES GREATER THAN 24
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     IF SUMMARY-BY-VENDOR
        MOVE "PURCHASE PRICE VARIANCE BY VENDOR" TO PRINTER-RECORD.
     IF SUMMARY-BY-GL-ACCOUNT
        MOVE "PURCHASE PRICE VARIANCE BY GL ACCOUNT" TO PRINTER-RECORD.
     IF SUMMARY-BY-MONTH
        MOVE "PURCHASE PRICE VARIANCE BY MONTH OF LAST VOUCHER" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
     PERFORM PRINT-SUMMARY-HEADINGS.

     INITIALIZE W-GRAND-TOTALS.
     OPEN INPUT PPV-SORTED-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-PPV-SORTED-NEXT.
     PERFORM SUMMARIZE-ONE-GROUP UNTIL END-OF-FILE.
     CLOSE PPV-SORTED-FILE.

     MOVE W-GRAND-TOTALS TO W-GROUP-TOTALS.
     MOVE "TOTAL" TO W-GROUP-LABEL.
     PERFORM PRINT-SUMMARY-LINE.
*>_________________________________________________________________________

PRINT-SUMMARY-HEADINGS.

     MOVE SUMMARY-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SUMMARY-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

READ-PPV-SORTED-NEXT.

     READ PPV-SORTED-FILE INTO W-PPV
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

SET-NEXT-GROUP-KEY.

     IF SUMMARY-BY-VENDOR
        MOVE W-PPV-VENDOR     TO W-NEXT-GROUP-KEY.
     IF SUMMARY-BY-GL-ACCOUNT
        MOVE W-PPV-GL-ACCOUNT TO W-NEXT-GROUP-KEY.
     IF SUMMARY-BY-MONTH
        MOVE W-PPV-MONTH      TO W-NEXT-GROUP-KEY.
*>_________________________________________________________________________

SUMMARIZE-ONE-GROUP.

     PERFORM SET-NEXT-GROUP-KEY.
     MOVE W-NEXT-GROUP-KEY TO W-GROUP-KEY.
     PERFORM SET-GROUP-LABEL.
     INITIALIZE W-GROUP-TOTALS.

     PERFORM ADD-ONE-ORDER-TO-GROUP
        UNTIL END-OF-FILE
           OR W-NEXT-GROUP-KEY NOT EQUAL W-GROUP-KEY.

     PERFORM PRINT-SUMMARY-LINE.

     IF SUMMARY-BY-VENDOR
        AND W-GROUP-OVER NOT LESS THAN W-CONSISTENT-MIN-ORDERS
        AND W-GROUP-OVER * 100
            NOT LESS THAN W-GROUP-ORDERS * W-CONSISTENT-PERCENT
        MOVE "    *** INVOICES CONSISTENTLY RUN ABOVE THE PO - RENEGOTIATE OR TIGHTEN THE ORDERS ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     ADD W-GROUP-ORDERS      TO W-GRAND-ORDERS.
     ADD W-GROUP-OVER        TO W-GRAND-OVER.
     ADD W-GROUP-BASE        TO W-GRAND-BASE.
     ADD W-GROUP-INVOICED    TO W-GRAND-INVOICED.
     ADD W-GROUP-FAVORABLE   TO W-GRAND-FAVORABLE.
     ADD W-GROUP-UNFAVORABLE TO W-GRAND-UNFAVORABLE.
*>_________________________________________________________________________

SET-GROUP-LABEL.

     IF SUMMARY-BY-VENDOR
        MOVE W-PPV-VENDOR TO VENDOR-NUMBER
        MOVE "Y" TO W-FOUND-VENDOR-RECORD
        PERFORM LOOK-FOR-VENDOR-RECORD
        IF FOUND-VENDOR-RECORD
           MOVE VENDOR-NAME TO W-GROUP-LABEL
        ELSE
           MOVE "** VENDOR NOT ON FILE **" TO W-GROUP-LABEL.

     IF SUMMARY-BY-GL-ACCOUNT
        IF W-PPV-GL-ACCOUNT EQUAL SPACES
           MOVE "(NO GL ACCOUNT)" TO W-GROUP-LABEL
        ELSE
           MOVE W-PPV-GL-ACCOUNT TO W-GROUP-LABEL.

     IF SUMMARY-BY-MONTH
        MOVE W-PPV-MONTH        TO W-MONTH-SPLIT
        MOVE W-MONTH-SPLIT-MM   TO W-MONTH-LABEL-MM
        MOVE W-MONTH-SPLIT-CCYY TO W-MONTH-LABEL-CCYY
        MOVE W-MONTH-LABEL      TO W-GROUP-LABEL.
*>_________________________________________________________________________

ADD-ONE-ORDER-TO-GROUP.

     ADD 1              TO W-GROUP-ORDERS.
     ADD W-PPV-BASE     TO W-GROUP-BASE.
     ADD W-PPV-INVOICED TO W-GROUP-INVOICED.
     IF W-PPV-VARIANCE GREATER THAN ZEROS
        ADD 1              TO W-GROUP-OVER
        ADD W-PPV-VARIANCE TO W-GROUP-UNFAVORABLE
     ELSE
        ADD W-PPV-VARIANCE TO W-GROUP-FAVORABLE.

     PERFORM READ-PPV-SORTED-NEXT.
     IF NOT END-OF-FILE
        PERFORM SET-NEXT-GROUP-KEY.
*>_________________________________________________________________________

PRINT-SUMMARY-LINE.

*>   Favorable variance is carried negative, unfavorable positive; the
*>   percentage is the net against the matched base.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS
        PERFORM PRINT-SUMMARY-HEADINGS.

     COMPUTE W-NET-VARIANCE = W-GROUP-FAVORABLE + W-GROUP-UNFAVORABLE.
     IF W-GROUP-BASE EQUAL ZEROS
        MOVE ZEROS TO W-PERCENT
     ELSE
        COMPUTE W-PERCENT ROUNDED = W-NET-VARIANCE * 100 / W-GROUP-BASE
           ON SIZE ERROR
              MOVE 9999.9 TO W-PERCENT.

     MOVE W-GROUP-LABEL       TO D-SUM-LABEL.
     MOVE W-GROUP-ORDERS      TO D-SUM-ORDERS.
     MOVE W-GROUP-OVER        TO D-SUM-OVER.
     MOVE W-GROUP-BASE        TO D-SUM-BASE.
     MOVE W-GROUP-INVOICED    TO D-SUM-INVOICED.
     MOVE W-GROUP-FAVORABLE   TO D-SUM-FAVORABLE.
     MOVE W-GROUP-UNFAVORABLE TO D-SUM-UNFAVORABLE.
     MOVE W-NET-VARIANCE      TO D-SUM-NET.
     MOVE W-PERCENT           TO D-SUM-PERCENT.
     MOVE DETAIL-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

COPY "PLDATE.CBL".
COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
