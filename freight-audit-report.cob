IDENTIFICATION DIVISION.
PROGRAM-ID. freight-audit-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVFRT.CBL".
         COPY "SLCARR.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "freight-audit-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT FREIGHT-WORK-FILE
                ASSIGN TO "frtaud-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT FREIGHT-SORTED-FILE
                ASSIGN TO "frtaud-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT FREIGHT-SORT-FILE
                ASSIGN TO "frtaud-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVFRT.CBL".
         COPY "FDCARR.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

         FD FREIGHT-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD                   PIC X(123).

         FD FREIGHT-SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD                 PIC X(123).

*>       The freight detail as it stands, reordered by carrier and
*>       invoice date.
        SD FREIGHT-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-VOUCHER               PIC 9(07).
            05 SORT-VENDOR                PIC 9(05).
            05 FILLER                     PIC X(16).
            05 SORT-INVOICE-DATE          PIC 9(08).
            05 FILLER                     PIC X(87).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(32) VALUE SPACES.
            05 FILLER              PIC X(35)
                  VALUE "FREIGHT BILL AUDIT - INVOICES FROM ".
            05 T-FROM-DATE         PIC 99/99/9999.
            05 FILLER              PIC X(04) VALUE " TO ".
            05 T-TO-DATE           PIC 99/99/9999.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(46) VALUE "  VOUCHER INV. DATE  INVOICE         PRO NUMBE".
            05 FILLER              PIC X(44) VALUE "R      LANE     WEIGHT    RATED CHARGE   BIL".
            05 FILLER              PIC X(32) VALUE "LED CHARGE      OVERCHARGE  HELD".

         01 HEADING-2.
            05 FILLER              PIC X(46) VALUE "  ======= ========== =============== =========".
            05 FILLER              PIC X(44) VALUE "====== ======= =======  ==============  ====".
            05 FILLER              PIC X(32) VALUE "==========  ==============  ====".

         01 CARRIER-LINE.
            05 FILLER                     PIC X(08) VALUE "CARRIER ".
            05 D-CARRIER-VENDOR           PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CARRIER-NAME             PIC X(30).
            05 FILLER                     PIC X(07) VALUE "  SCAC ".
            05 D-CARRIER-SCAC             PIC X(04).
            05 FILLER                     PIC X(13) VALUE "  TOLERANCE: ".
            05 D-CARRIER-TOLERANCE        PIC Z9.99.
            05 FILLER                     PIC X(01) VALUE "%".

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VOUCHER                  PIC 9(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PRO-NUMBER               PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ORIGIN-ZONE              PIC X(03).
            05 FILLER                     PIC X(01) VALUE "-".
            05 D-DEST-ZONE                PIC X(03).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-WEIGHT                   PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-EXPECTED                 PIC ZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-BILLED                   PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VARIANCE                 PIC ZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-HELD                     PIC X(06).

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(68).
            05 D-TOTAL-EXPECTED           PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-BILLED             PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-VARIANCE           PIC ZZ,ZZZ,ZZ9.99-.

         01 W-PRINT-DATE                  PIC 99/99/9999.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-PARAMETERS-OK        PIC X.
            88 PARAMETERS-OK    VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-DUPLICATE-GROUP-OPEN PIC X.
            88 DUPLICATE-GROUP-OPEN VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-FROM-DATE               PIC 9(08).
         77 ENTRY-TO-DATE                 PIC 9(08).

         77 W-FREIGHT-COMPANY             PIC 9(01).
         77 W-CURRENT-CARRIER             PIC 9(05).
         77 BK-VFRT-RECORD                PIC X(123).
         77 BK-VFRT-PRO-KEY               PIC X(20).

         77 W-CARRIER-BILLS               PIC 9(05).
         77 W-CARRIER-OVER                PIC 9(05).
         77 W-CARRIER-UNRATED             PIC 9(05).
         77 W-CARRIER-EXPECTED            PIC S9(9)V99.
         77 W-CARRIER-BILLED              PIC S9(9)V99.
         77 W-CARRIER-OVERCHARGE          PIC S9(9)V99.
         77 W-GRAND-BILLS                 PIC 9(06) VALUE 0.
         77 W-GRAND-OVER                  PIC 9(06) VALUE 0.
         77 W-GRAND-EXPECTED              PIC S9(9)V99 VALUE 0.
         77 W-GRAND-BILLED                PIC S9(9)V99 VALUE 0.
         77 W-GRAND-OVERCHARGE            PIC S9(9)V99 VALUE 0.
         77 W-DUPLICATES-LISTED           PIC 9(05) VALUE 0.
         77 W-BILLS-EXTRACTED             PIC 9(06) VALUE 0.

         77 W-COUNT-EDITED                PIC ZZZZZ9.
         77 W-USD-EDITED                  PIC ZZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12             PIC 9(12).
         77 W-DATE-MM-DD-CCYY             PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Every carrier bill audited against its tariff for invoices dated
*>   in the period, by carrier: the bills over the carrier's tolerance
*>   with what the tariff says they should have cost, and the bills,
*>   overcharge and unrated count for each carrier. Then every PRO
*>   number on file that a carrier has billed more than once.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                    FREIGHT BILL AUDIT REPORT".
     DISPLAY " ".

     MOVE "N" TO W-PARAMETERS-OK.
     PERFORM GET-REPORT-PERIOD UNTIL PARAMETERS-OK.

     PERFORM EXTRACT-PERIOD-FREIGHT.

     SORT FREIGHT-SORT-FILE
        ON ASCENDING KEY SORT-VENDOR SORT-INVOICE-DATE SORT-VOUCHER
        USING FREIGHT-WORK-FILE
        GIVING FREIGHT-SORTED-FILE.

     OPEN INPUT CONTROL-FILE.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     MOVE ENTRY-FROM-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO T-FROM-DATE.
     MOVE ENTRY-TO-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO T-TO-DATE.

     OPEN INPUT FREIGHT-SORTED-FILE.
     OPEN INPUT VOUCHER-FREIGHT-FILE.
     OPEN INPUT CARRIER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-NEXT-SORTED-FREIGHT.
     PERFORM LIST-ONE-CARRIER UNTIL END-OF-FILE.

     IF W-BILLS-EXTRACTED EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE "  *** NO CARRIER BILLS WERE AUDITED FOR INVOICES DATED IN THE PERIOD ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 2 TO W-PRINTED-LINES
     ELSE
        MOVE SPACES TO TOTAL-LINE
        MOVE W-GRAND-BILLS TO W-COUNT-EDITED
        STRING "ALL CARRIERS -" W-COUNT-EDITED " BILL(S) AUDITED"
          DELIMITED BY SIZE INTO D-TOTAL-LABEL
        END-STRING
        MOVE W-GRAND-EXPECTED   TO D-TOTAL-EXPECTED
        MOVE W-GRAND-BILLED     TO D-TOTAL-BILLED
        MOVE W-GRAND-OVERCHARGE TO D-TOTAL-VARIANCE
        MOVE SPACES     TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE TOTAL-LINE TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-DUPLICATE-PROS.

     PERFORM FINALIZE-PAGE.

     CLOSE FREIGHT-SORTED-FILE.
     CLOSE VOUCHER-FREIGHT-FILE.
     CLOSE CARRIER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "FREIGHT-AUDIT" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-GRAND-OVER       TO W-COUNT-EDITED.
     MOVE W-GRAND-OVERCHARGE TO W-USD-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " BILL(S) OVER TOLERANCE, " W-USD-EDITED
             " OVERCHARGED - SEE freight-audit-report.prn".
     IF W-DUPLICATES-LISTED NOT EQUAL ZEROS
        MOVE W-DUPLICATES-LISTED TO W-COUNT-EDITED
        DISPLAY W-COUNT-EDITED " BILL(S) CARRY A DUPLICATE PRO NUMBER.".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-REPORT-PERIOD.

   MOVE "Y" TO W-PARAMETERS-OK.

   MOVE "INVOICES DATED FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-FROM-DATE.

   MOVE "INVOICES DATED THROUGH: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-TO-DATE.

   IF ENTRY-TO-DATE LESS THAN ENTRY-FROM-DATE
      DISPLAY "*** THE PERIOD ENDS BEFORE IT STARTS ! ***"
      MOVE "N" TO W-PARAMETERS-OK.
*>_________________________________________________________________________

EXTRACT-PERIOD-FREIGHT.

*>   Only this company's bills; a voucher keyed before companies were
*>   split out counts as company 1.

     OPEN INPUT VOUCHER-FREIGHT-FILE.
     OPEN OUTPUT FREIGHT-WORK-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM EXTRACT-ONE-FREIGHT-BILL UNTIL END-OF-FILE.

     CLOSE VOUCHER-FREIGHT-FILE.
     CLOSE FREIGHT-WORK-FILE.
*>_________________________________________________________________________

EXTRACT-ONE-FREIGHT-BILL.

     READ VOUCHER-FREIGHT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
     END-READ.

     IF NOT END-OF-FILE
        MOVE VFRT-COMPANY TO W-FREIGHT-COMPANY
        IF W-FREIGHT-COMPANY EQUAL ZERO
           MOVE 1 TO W-FREIGHT-COMPANY
        END-IF
        IF W-FREIGHT-COMPANY EQUAL W-SESSION-COMPANY
           AND VFRT-INVOICE-DATE NOT LESS THAN ENTRY-FROM-DATE
           AND VFRT-INVOICE-DATE NOT GREATER THAN ENTRY-TO-DATE
           MOVE VFRT-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           ADD 1 TO W-BILLS-EXTRACTED.
*>_________________________________________________________________________

READ-NEXT-SORTED-FREIGHT.

     READ FREIGHT-SORTED-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE SORTED-RECORD TO VFRT-RECORD
     END-READ.
*>_________________________________________________________________________

LIST-ONE-CARRIER.

     MOVE VFRT-VENDOR TO W-CURRENT-CARRIER.
     MOVE ZEROS TO W-CARRIER-BILLS W-CARRIER-OVER W-CARRIER-UNRATED.
     MOVE ZEROS TO W-CARRIER-EXPECTED W-CARRIER-BILLED W-CARRIER-OVERCHARGE.

     IF W-PRINTED-LINES GREATER THAN 45
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE W-CURRENT-CARRIER TO D-CARRIER-VENDOR.
     MOVE W-CURRENT-CARRIER TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-CARRIER-NAME
     ELSE
        MOVE "** Not found **" TO D-CARRIER-NAME.
     MOVE W-CURRENT-CARRIER TO CARRIER-VENDOR.
     READ CARRIER-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CARRIER-SCAC
           MOVE ZEROS  TO CARRIER-TOLERANCE-PERCENT.
     MOVE CARRIER-SCAC   TO D-CARRIER-SCAC.
     MOVE CARRIER-TOLERANCE-PERCENT TO D-CARRIER-TOLERANCE.

     MOVE SPACES       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE CARRIER-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM TAKE-ONE-CARRIER-BILL UNTIL END-OF-FILE
                                      OR VFRT-VENDOR NOT EQUAL W-CURRENT-CARRIER.

     MOVE SPACES TO TOTAL-LINE.
     MOVE W-CARRIER-BILLS TO W-COUNT-EDITED.
     STRING "TOTAL CARRIER " W-CURRENT-CARRIER " -" W-COUNT-EDITED
            " BILL(S)"
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     MOVE W-CARRIER-OVER TO W-COUNT-EDITED.
     STRING W-COUNT-EDITED " OVER"
       DELIMITED BY SIZE INTO D-TOTAL-LABEL (34:11)
     END-STRING.
     IF W-CARRIER-UNRATED NOT EQUAL ZEROS
        MOVE W-CARRIER-UNRATED TO W-COUNT-EDITED
        STRING W-COUNT-EDITED " UNRATED"
          DELIMITED BY SIZE INTO D-TOTAL-LABEL (46:14)
        END-STRING.
     MOVE W-CARRIER-EXPECTED   TO D-TOTAL-EXPECTED.
     MOVE W-CARRIER-BILLED     TO D-TOTAL-BILLED.
     MOVE W-CARRIER-OVERCHARGE TO D-TOTAL-VARIANCE.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD W-CARRIER-BILLS      TO W-GRAND-BILLS.
     ADD W-CARRIER-OVER       TO W-GRAND-OVER.
     ADD W-CARRIER-EXPECTED   TO W-GRAND-EXPECTED.
     ADD W-CARRIER-BILLED     TO W-GRAND-BILLED.
     ADD W-CARRIER-OVERCHARGE TO W-GRAND-OVERCHARGE.
*>_________________________________________________________________________

TAKE-ONE-CARRIER-BILL.

*>   Every bill counts toward the carrier's totals; only those over
*>   tolerance are listed, and an unrated bill has no overcharge.

     ADD 1 TO W-CARRIER-BILLS.
     ADD VFRT-BILLED-CHARGE TO W-CARRIER-BILLED.

     IF VFRT-NOT-RATED
        ADD 1 TO W-CARRIER-UNRATED
     ELSE
        ADD VFRT-EXPECTED-CHARGE TO W-CARRIER-EXPECTED.

     IF VFRT-OVER-TOLERANCE
        ADD 1 TO W-CARRIER-OVER
        ADD VFRT-VARIANCE TO W-CARRIER-OVERCHARGE
        PERFORM LIST-ONE-FREIGHT-BILL.

     PERFORM READ-NEXT-SORTED-FREIGHT.
*>_________________________________________________________________________

LIST-ONE-FREIGHT-BILL.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO D-HELD.
     MOVE VFRT-VOUCHER         TO D-VOUCHER.
     MOVE VFRT-INVOICE-DATE    TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE         TO D-INVOICE-DATE.
     MOVE VFRT-INVOICE         TO D-INVOICE.
     MOVE VFRT-PRO-NUMBER      TO D-PRO-NUMBER.
     MOVE VFRT-ORIGIN-ZIP (1:3) TO D-ORIGIN-ZONE.
     MOVE VFRT-DEST-ZIP (1:3)  TO D-DEST-ZONE.
     MOVE VFRT-WEIGHT          TO D-WEIGHT.
     MOVE VFRT-EXPECTED-CHARGE TO D-EXPECTED.
     MOVE VFRT-BILLED-CHARGE   TO D-BILLED.
     MOVE VFRT-VARIANCE        TO D-VARIANCE.
     IF VFRT-VOUCHER-WAS-HELD
        MOVE "HELD"            TO D-HELD.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-DUPLICATE-PROS.

*>   The PRO key runs carrier by carrier, PRO by PRO, so bills of the
*>   same shipment come together; each one after the first of its
*>   group prints with the one before it. A duplicate voucher deleted
*>   once the carrier credits it drops off this list.

     IF W-PRINTED-LINES GREATER THAN 40
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "PRO NUMBERS BILLED MORE THAN ONCE BY THE SAME CARRIER (ALL DATES):"
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     MOVE SPACES TO BK-VFRT-PRO-KEY.
     MOVE "N" TO W-DUPLICATE-GROUP-OPEN.
     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO VFRT-PRO-KEY.
     START VOUCHER-FREIGHT-FILE KEY IS NOT LESS THAN VFRT-PRO-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-PRO-NUMBER UNTIL END-OF-FILE.

     IF W-DUPLICATES-LISTED EQUAL ZEROS
        MOVE "  *** NONE ***" TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

CHECK-NEXT-PRO-NUMBER.

     READ VOUCHER-FREIGHT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE VFRT-COMPANY TO W-FREIGHT-COMPANY
           IF W-FREIGHT-COMPANY EQUAL ZERO
              MOVE 1 TO W-FREIGHT-COMPANY
           END-IF
           IF W-FREIGHT-COMPANY EQUAL W-SESSION-COMPANY
              PERFORM COMPARE-WITH-PREVIOUS-PRO
           END-IF
     END-READ.
*>_________________________________________________________________________

COMPARE-WITH-PREVIOUS-PRO.

     IF VFRT-PRO-KEY NOT EQUAL BK-VFRT-PRO-KEY
        MOVE "N" TO W-DUPLICATE-GROUP-OPEN
     ELSE
        IF NOT DUPLICATE-GROUP-OPEN
           PERFORM PRINT-DUPLICATE-GROUP-LINE
           MOVE VFRT-RECORD    TO WORK-RECORD
           MOVE BK-VFRT-RECORD TO VFRT-RECORD
           PERFORM LIST-ONE-DUPLICATE-BILL
           MOVE WORK-RECORD    TO VFRT-RECORD
           MOVE "Y" TO W-DUPLICATE-GROUP-OPEN
        END-IF
        PERFORM LIST-ONE-DUPLICATE-BILL.

     MOVE VFRT-RECORD  TO BK-VFRT-RECORD.
     MOVE VFRT-PRO-KEY TO BK-VFRT-PRO-KEY.
*>_________________________________________________________________________

PRINT-DUPLICATE-GROUP-LINE.

     IF W-PRINTED-LINES GREATER THAN 47
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "  CARRIER " VFRT-VENDOR "  PRO NUMBER " VFRT-PRO-NUMBER
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

LIST-ONE-DUPLICATE-BILL.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO D-HELD.
     MOVE VFRT-VOUCHER         TO D-VOUCHER.
     MOVE VFRT-INVOICE-DATE    TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE         TO D-INVOICE-DATE.
     MOVE VFRT-INVOICE         TO D-INVOICE.
     MOVE VFRT-PRO-NUMBER      TO D-PRO-NUMBER.
     MOVE VFRT-ORIGIN-ZIP (1:3) TO D-ORIGIN-ZONE.
     MOVE VFRT-DEST-ZIP (1:3)  TO D-DEST-ZONE.
     MOVE VFRT-WEIGHT          TO D-WEIGHT.
     MOVE VFRT-EXPECTED-CHARGE TO D-EXPECTED.
     MOVE VFRT-BILLED-CHARGE   TO D-BILLED.
     MOVE ZEROS                TO D-VARIANCE.
     IF VFRT-VOUCHER-WAS-HELD
        MOVE "HELD"            TO D-HELD.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
     ADD 1 TO W-DUPLICATES-LISTED.
*>_________________________________________________________________________

EDIT-PRINT-DATE.

*>   CCYYMMDD in W-DATE-MM-DD-CCYY comes back as MM/DD/CCYY.

     COMPUTE DUMMY-FOR-DATE-12 = W-DATE-MM-DD-CCYY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-PRINT-DATE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
