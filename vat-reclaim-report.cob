IDENTIFICATION DIVISION.
PROGRAM-ID. vat-reclaim-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVCVAT.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "vat-reclaim-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT VAT-WORK-FILE
                ASSIGN TO "vatrcl-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT VAT-SORTED-FILE
                ASSIGN TO "vatrcl-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT VAT-SORT-FILE
                ASSIGN TO "vatrcl-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVCVAT.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

         FD VAT-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD.
            05 WORK-COUNTRY           PIC X(02).
            05 WORK-CURRENCY          PIC X(03).
            05 WORK-INVOICE-DATE      PIC 9(08).
            05 WORK-VOUCHER           PIC 9(07).
            05 WORK-VENDOR            PIC 9(05).
            05 WORK-REGISTRATION      PIC X(20).
            05 WORK-INVOICE           PIC X(15).
            05 WORK-RATE              PIC 9(02)V99.
            05 WORK-FOREIGN-GROSS     PIC S9(6)V99.
            05 WORK-FOREIGN-VAT       PIC S9(6)V99.
            05 WORK-EXCHANGE-RATE     PIC 9(3)V9(6).
            05 WORK-USD-VAT           PIC S9(6)V99.

         FD VAT-SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD.
            05 SORTED-COUNTRY         PIC X(02).
            05 SORTED-CURRENCY        PIC X(03).
            05 SORTED-INVOICE-DATE    PIC 9(08).
            05 SORTED-VOUCHER         PIC 9(07).
            05 SORTED-VENDOR          PIC 9(05).
            05 SORTED-REGISTRATION    PIC X(20).
            05 SORTED-INVOICE         PIC X(15).
            05 SORTED-RATE            PIC 9(02)V99.
            05 SORTED-FOREIGN-GROSS   PIC S9(6)V99.
            05 SORTED-FOREIGN-VAT     PIC S9(6)V99.
            05 SORTED-EXCHANGE-RATE   PIC 9(3)V9(6).
            05 SORTED-USD-VAT         PIC S9(6)V99.

        SD VAT-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-COUNTRY           PIC X(02).
            05 SORT-CURRENCY          PIC X(03).
            05 SORT-INVOICE-DATE      PIC 9(08).
            05 SORT-VOUCHER           PIC 9(07).
            05 FILLER                 PIC X(77).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(36) VALUE SPACES.
            05 FILLER              PIC X(29) VALUE "INPUT VAT RECLAIM - QUARTER Q".
            05 T-QUARTER           PIC 9(01).
            05 FILLER              PIC X(01) VALUE "/".
            05 T-YEAR              PIC 9(04).
            05 FILLER              PIC X(39) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(49) VALUE "  INV. DATE  INVOICE         SUPPLIER            ".
            05 FILLER              PIC X(39) VALUE " VAT REGISTRATION      GROSS ORIG  RATE".
            05 FILLER              PIC X(35) VALUE "    VAT ORIG EXCH. RATE   VAT (USD)".

         01 HEADING-2.
            05 FILLER              PIC X(49) VALUE "  ========== =============== ====================".
            05 FILLER              PIC X(39) VALUE " ==================== =========== =====".
            05 FILLER              PIC X(35) VALUE " =========== ========== ===========".

         01 GROUP-LINE.
            05 FILLER                     PIC X(09) VALUE "COUNTRY: ".
            05 D-GROUP-COUNTRY            PIC X(02).
            05 FILLER                     PIC X(14) VALUE "   CURRENCY: ".
            05 D-GROUP-CURRENCY           PIC X(03).

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-INVOICE-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SUPPLIER                 PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-REGISTRATION             PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-FOREIGN-GROSS            PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-RATE                     PIC Z9.99.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-FOREIGN-VAT              PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-EXCHANGE-RATE            PIC ZZ9.999999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-USD-VAT                  PIC ZZZ,ZZ9.99-.

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(65).
            05 D-TOTAL-GROSS              PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-TOTAL-FOREIGN-VAT        PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
            05 FILLER                     PIC X(08) VALUE SPACES.
            05 D-TOTAL-USD-VAT            PIC ZZZ,ZZZ,ZZ9.99-.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-YEAR             PIC 9(04).
         77 ENTRY-QUARTER          PIC 9(01).
            88 VALID-QUARTER      VALUE 1 THRU 4.

         77 W-QUARTER-FROM-DATE    PIC 9(08).
         77 W-QUARTER-TO-DATE      PIC 9(08).
         77 W-VAT-COMPANY          PIC 9(01).
         77 W-CURRENT-COUNTRY      PIC X(02).
         77 W-CURRENT-CURRENCY     PIC X(03).
         77 W-GROUP-GROSS          PIC S9(9)V99 VALUE 0.
         77 W-GROUP-FOREIGN-VAT    PIC S9(9)V99 VALUE 0.
         77 W-GROUP-USD-VAT        PIC S9(9)V99 VALUE 0.
         77 W-COUNTRY-USD-VAT      PIC S9(9)V99 VALUE 0.
         77 W-GRAND-USD-VAT        PIC S9(9)V99 VALUE 0.
         77 W-INVOICES-LISTED      PIC 9(06) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 W-USD-EDITED           PIC ZZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   The input VAT captured on foreign vendors' invoices for one
*>   calendar quarter, by country and then currency, in the layout the
*>   reclaim agent files from: the gross and the VAT as invoiced in
*>   the vendor's currency, the rate, and the USD booked to the
*>   reclaim account at the voucher's exchange rate.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                  INPUT VAT RECLAIM REPORT".
     DISPLAY " ".
     DISPLAY "CALENDAR YEAR (YYYY): ".
     MOVE ZEROS TO ENTRY-YEAR.
     ACCEPT ENTRY-YEAR.
     MOVE ZEROS TO ENTRY-QUARTER.
     PERFORM GET-ENTRY-QUARTER UNTIL VALID-QUARTER.

     COMPUTE W-QUARTER-FROM-DATE = ENTRY-YEAR * 10000
                                 + ((ENTRY-QUARTER - 1) * 3 + 1) * 100 + 1.
     COMPUTE W-QUARTER-TO-DATE   = ENTRY-YEAR * 10000
                                 + (ENTRY-QUARTER * 3) * 100 + 31.

     PERFORM EXTRACT-QUARTER-VAT.

     IF W-INVOICES-LISTED EQUAL ZEROS
        DISPLAY " "
        DISPLAY "*** NO VAT WAS CAPTURED ON INVOICES DATED IN Q" ENTRY-QUARTER
                "/" ENTRY-YEAR " ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
        EXIT PROGRAM
        STOP RUN.

     SORT VAT-SORT-FILE
        ON ASCENDING KEY SORT-COUNTRY SORT-CURRENCY
                         SORT-INVOICE-DATE SORT-VOUCHER
        USING VAT-WORK-FILE
        GIVING VAT-SORTED-FILE.

     OPEN INPUT VAT-SORTED-FILE.
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

     MOVE ENTRY-QUARTER TO T-QUARTER.
     MOVE ENTRY-YEAR    TO T-YEAR.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-NEXT-SORTED-VAT.
     PERFORM LIST-ONE-COUNTRY UNTIL END-OF-FILE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "TOTAL VAT TO RECLAIM - ALL COUNTRIES (USD)" TO D-TOTAL-LABEL.
     MOVE W-GRAND-USD-VAT TO D-TOTAL-USD-VAT.
     MOVE SPACES     TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM FINALIZE-PAGE.

     CLOSE VAT-SORTED-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "VAT-RECLAIM" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-INVOICES-LISTED TO W-COUNT-EDITED.
     MOVE W-GRAND-USD-VAT   TO W-USD-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " INVOICE(S), " W-USD-EDITED
             " USD TO RECLAIM - SEE vat-reclaim-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-ENTRY-QUARTER.

     DISPLAY "QUARTER (1-4): ".
     ACCEPT ENTRY-QUARTER.

     IF NOT VALID-QUARTER
        DISPLAY "ONLY 1, 2, 3 OR 4 IS ACCEPTED !".
*>_________________________________________________________________________

EXTRACT-QUARTER-VAT.

*>   Only this company's invoices dated inside the quarter; a voucher
*>   keyed before companies were split out counts as company 1.

     OPEN INPUT VOUCHER-VAT-FILE.
     OPEN OUTPUT VAT-WORK-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM EXTRACT-ONE-VAT-RECORD UNTIL END-OF-FILE.

     CLOSE VOUCHER-VAT-FILE.
     CLOSE VAT-WORK-FILE.
*>_________________________________________________________________________

EXTRACT-ONE-VAT-RECORD.

     READ VOUCHER-VAT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
     END-READ.

     IF NOT END-OF-FILE
        MOVE VCVAT-COMPANY TO W-VAT-COMPANY
        IF W-VAT-COMPANY EQUAL ZERO
           MOVE 1 TO W-VAT-COMPANY
        END-IF
        IF W-VAT-COMPANY EQUAL W-SESSION-COMPANY
           AND VCVAT-INVOICE-DATE NOT LESS THAN W-QUARTER-FROM-DATE
           AND VCVAT-INVOICE-DATE NOT GREATER THAN W-QUARTER-TO-DATE
           AND VCVAT-FOREIGN-VAT NOT EQUAL ZEROS
           MOVE VCVAT-COUNTRY       TO WORK-COUNTRY
           MOVE VCVAT-CURRENCY      TO WORK-CURRENCY
           MOVE VCVAT-INVOICE-DATE  TO WORK-INVOICE-DATE
           MOVE VCVAT-VOUCHER       TO WORK-VOUCHER
           MOVE VCVAT-VENDOR        TO WORK-VENDOR
           MOVE VCVAT-REGISTRATION  TO WORK-REGISTRATION
           MOVE VCVAT-INVOICE       TO WORK-INVOICE
           MOVE VCVAT-RATE          TO WORK-RATE
           MOVE VCVAT-FOREIGN-GROSS TO WORK-FOREIGN-GROSS
           MOVE VCVAT-FOREIGN-VAT   TO WORK-FOREIGN-VAT
           MOVE VCVAT-EXCHANGE-RATE TO WORK-EXCHANGE-RATE
           MOVE VCVAT-USD-VAT       TO WORK-USD-VAT
           WRITE WORK-RECORD
           ADD 1 TO W-INVOICES-LISTED.
*>_________________________________________________________________________

READ-NEXT-SORTED-VAT.

     READ VAT-SORTED-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

LIST-ONE-COUNTRY.

     MOVE SORTED-COUNTRY TO W-CURRENT-COUNTRY.
     MOVE ZEROS TO W-COUNTRY-USD-VAT.

     PERFORM LIST-ONE-CURRENCY UNTIL END-OF-FILE
                                  OR SORTED-COUNTRY NOT EQUAL W-CURRENT-COUNTRY.

     MOVE SPACES TO TOTAL-LINE.
     STRING "TOTAL COUNTRY " W-CURRENT-COUNTRY " (USD)"
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     MOVE W-COUNTRY-USD-VAT TO D-TOTAL-USD-VAT.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD W-COUNTRY-USD-VAT TO W-GRAND-USD-VAT.
*>_________________________________________________________________________

LIST-ONE-CURRENCY.

     MOVE SORTED-CURRENCY TO W-CURRENT-CURRENCY.
     MOVE ZEROS TO W-GROUP-GROSS.
     MOVE ZEROS TO W-GROUP-FOREIGN-VAT.
     MOVE ZEROS TO W-GROUP-USD-VAT.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE W-CURRENT-COUNTRY  TO D-GROUP-COUNTRY.
     MOVE W-CURRENT-CURRENCY TO D-GROUP-CURRENCY.
     MOVE SPACES     TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE GROUP-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM LIST-ONE-VAT-INVOICE UNTIL END-OF-FILE
                                     OR SORTED-COUNTRY  NOT EQUAL W-CURRENT-COUNTRY
                                     OR SORTED-CURRENCY NOT EQUAL W-CURRENT-CURRENCY.

     MOVE SPACES TO TOTAL-LINE.
     STRING "TOTAL " W-CURRENT-COUNTRY " IN " W-CURRENT-CURRENCY
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     MOVE W-GROUP-GROSS       TO D-TOTAL-GROSS.
     MOVE W-GROUP-FOREIGN-VAT TO D-TOTAL-FOREIGN-VAT.
     MOVE W-GROUP-USD-VAT     TO D-TOTAL-USD-VAT.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD W-GROUP-USD-VAT TO W-COUNTRY-USD-VAT.
*>_________________________________________________________________________

LIST-ONE-VAT-INVOICE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     COMPUTE DUMMY-FOR-DATE-12 = SORTED-INVOICE-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12  TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY  TO D-INVOICE-DATE.
     MOVE SORTED-INVOICE     TO D-INVOICE.

     MOVE SORTED-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-SUPPLIER
     ELSE
        MOVE "** Not found **" TO D-SUPPLIER.

     MOVE SORTED-REGISTRATION  TO D-REGISTRATION.
     MOVE SORTED-FOREIGN-GROSS TO D-FOREIGN-GROSS.
     MOVE SORTED-RATE          TO D-RATE.
     MOVE SORTED-FOREIGN-VAT   TO D-FOREIGN-VAT.
     MOVE SORTED-EXCHANGE-RATE TO D-EXCHANGE-RATE.
     MOVE SORTED-USD-VAT       TO D-USD-VAT.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD SORTED-FOREIGN-GROSS TO W-GROUP-GROSS.
     ADD SORTED-FOREIGN-VAT   TO W-GROUP-FOREIGN-VAT.
     ADD SORTED-USD-VAT       TO W-GROUP-USD-VAT.

     PERFORM READ-NEXT-SORTED-VAT.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
