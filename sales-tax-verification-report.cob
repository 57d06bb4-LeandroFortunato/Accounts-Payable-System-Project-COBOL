IDENTIFICATION DIVISION.
PROGRAM-ID. sales-tax-verification-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVOUCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLSTATE.CBL".
         COPY "SLLOCTAX.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "sales-tax-verification.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVOUCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDSTATE.CBL".
         COPY "FDLOCTAX.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wsdate.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "VENDOR-CHARGED SALES TAX VERIFICATION REPORT".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(55) VALUE "VOUCHER  VENDOR                    ST JURIS  INV DATE  ".
            05 FILLER              PIC X(67) VALUE " TAXABLE AMT RATE %  TAX BILLED    EXPECTED  OVER-CHRGD UNDER-CHRGD".

         01 HEADING-2.
            05 FILLER              PIC X(55) VALUE "=======  ========================= == ====== ==========".
            05 FILLER              PIC X(67) VALUE " =========== ====== =========== =========== =========== ===========".

         01 DETAIL-1.
            05 D-VOUCHER-NUMBER           PIC ZZZZZZ9.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(25).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATE                    PIC X(02).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-JURISDICTION             PIC X(06).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VOUCHER-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VOUCHER-AMOUNT           PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-TAX-RATE                 PIC Z9.999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BILLED-TAX               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-EXPECTED-TAX             PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-OVER-CHARGED             PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-UNDER-CHARGED            PIC ZZZ,ZZ9.99-.

*>   Subtotals are gathered as the vouchers go by - the voucher file is
*>   in voucher number order, not vendor or jurisdiction order.

         01 VENDOR-TOTAL-TABLE.
            05 VENDOR-TOTAL-COUNT         PIC 999 VALUE 0.
            05 VENDOR-TOTAL-ENTRY OCCURS 500 TIMES.
               10 VDT-VENDOR              PIC 9(05).
               10 VDT-VENDOR-NAME         PIC X(30).
               10 VDT-VOUCHER-COUNT       PIC 9(05).
               10 VDT-OVER-AMOUNT         PIC S9(9)V99.
               10 VDT-UNDER-AMOUNT        PIC S9(9)V99.

         01 JURISDICTION-TOTAL-TABLE.
            05 JURISDICTION-TOTAL-COUNT   PIC 999 VALUE 0.
            05 JURISDICTION-TOTAL-ENTRY OCCURS 200 TIMES.
               10 JRT-STATE               PIC X(02).
               10 JRT-JURISDICTION        PIC X(06).
               10 JRT-VOUCHER-COUNT       PIC 9(05).
               10 JRT-OVER-AMOUNT         PIC S9(9)V99.
               10 JRT-UNDER-AMOUNT        PIC S9(9)V99.

         01 VENDOR-TOTAL-DETAIL.
            05 FILLER                     PIC X(08) VALUE "VENDOR: ".
            05 VTD-VENDOR                 PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 VTD-VENDOR-NAME            PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 VTD-VOUCHER-COUNT          PIC ZZZZ9.
            05 FILLER                     PIC X(17) VALUE " VOUCHER(S) OVER ".
            05 VTD-OVER-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(07) VALUE " UNDER ".
            05 VTD-UNDER-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

         01 JURISDICTION-TOTAL-DETAIL.
            05 FILLER                     PIC X(07) VALUE "STATE: ".
            05 JTD-STATE                  PIC X(02).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 JTD-JURISDICTION           PIC X(06).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 JTD-VOUCHER-COUNT          PIC ZZZZ9.
            05 FILLER                     PIC X(17) VALUE " VOUCHER(S) OVER ".
            05 JTD-OVER-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(07) VALUE " UNDER ".
            05 JTD-UNDER-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-STATE-RECORD   PIC X.
            88 FOUND-STATE-RECORD   VALUE "Y".

         01 W-FOUND-LOCTAX-RECORD  PIC X.
            88 FOUND-LOCTAX-RECORD  VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 30 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 W-FROM-DATE            PIC 9(8).
         77 W-TO-DATE              PIC 9(8).
         77 W-TOLERANCE-INPUT      PIC X(10).
         77 W-TOLERANCE            PIC 9(5)V99.
         77 W-TOLERANCE-EDITED     PIC ZZ,ZZ9.99.
         77 W-COMBINED-TAX-RATE    PIC 99V999.
         77 W-EXPECTED-TAX         PIC S9(6)V99.
         77 W-TAX-DIFFERENCE       PIC S9(7)V99.
         77 W-OVER-CHARGED         PIC S9(7)V99.
         77 W-UNDER-CHARGED        PIC S9(7)V99.
         77 W-REPORT-STATE         PIC X(2).
         77 W-REPORT-VENDOR-NAME   PIC X(30).
         77 W-TABLE-INDEX          PIC 999.
         77 W-ENTRY-FOUND          PIC X.
         77 W-VOUCHERS-CHECKED     PIC 9(6) VALUE 0.
         77 W-VOUCHERS-LISTED      PIC 9(6) VALUE 0.
         77 W-VOUCHERS-NO-RATE     PIC 9(6) VALUE 0.
         77 W-GRAND-OVER           PIC S9(9)V99 VALUE 0.
         77 W-GRAND-UNDER          PIC S9(9)V99 VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 W-AMOUNT-EDITED        PIC ZZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "             VENDOR-CHARGED SALES TAX VERIFICATION REPORT".
     DISPLAY " ".

     MOVE "FROM INVOICE DATE: (MM-DD-YYYY, <ENTER> FOR NO LOWER LIMIT)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.

     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-FROM-DATE.

     MOVE "TO INVOICE DATE: (MM-DD-YYYY, <ENTER> FOR NO UPPER LIMIT)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-TO-DATE.

     IF W-TO-DATE EQUAL ZEROS
        MOVE 99991231 TO W-TO-DATE.

     PERFORM GET-TOLERANCE.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT STATE-FILE.
     OPEN INPUT LOCAL-TAX-FILE.
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
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM VERIFY-NEXT-TAXED-VOUCHER UNTIL END-OF-FILE.

     PERFORM PRINT-VENDOR-TOTALS.
     PERFORM PRINT-JURISDICTION-TOTALS.
     PERFORM PRINT-GRAND-TOTALS.
     PERFORM FINALIZE-PAGE.

     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE STATE-FILE.
     CLOSE LOCAL-TAX-FILE.
     CLOSE PRINTER-FILE.

     MOVE "TAX-VERIFY" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-VOUCHERS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " VOUCHER(S) OUTSIDE TOLERANCE - SEE sales-tax-verification.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-TOLERANCE.

*>   A few cents either way is rounding on the vendor's side, not a
*>   tax problem; the default keeps pennies off the report.

     MOVE SPACES TO W-TOLERANCE-INPUT.
     DISPLAY "TOLERANCE PER VOUCHER (<ENTER> FOR 1.00): ".
     ACCEPT W-TOLERANCE-INPUT.

     IF W-TOLERANCE-INPUT EQUAL SPACES
        MOVE 1.00 TO W-TOLERANCE
     ELSE
        IF FUNCTION TEST-NUMVAL (W-TOLERANCE-INPUT) NOT EQUAL ZERO
           DISPLAY "NOT A VALID AMOUNT - 1.00 WILL BE USED"
           MOVE 1.00 TO W-TOLERANCE
        ELSE
           COMPUTE W-TOLERANCE = FUNCTION NUMVAL (W-TOLERANCE-INPUT).
*>_________________________________________________________________________

VERIFY-NEXT-TAXED-VOUCHER.

*>   Only tax the vendor actually billed is checked here; taxable
*>   vouchers without tax charged are on the use-tax report already.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-IS-TAXABLE
              AND NOT VOUCHER-HAS-USE-TAX
              AND VOUCHER-DATE NOT LESS THAN W-FROM-DATE
              AND VOUCHER-DATE NOT GREATER THAN W-TO-DATE
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              PERFORM VERIFY-ONE-TAXED-VOUCHER
           END-IF
     END-READ.
*>_________________________________________________________________________

VERIFY-ONE-TAXED-VOUCHER.

     ADD 1 TO W-VOUCHERS-CHECKED.

     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF NOT FOUND-VENDOR-RECORD
        ADD 1 TO W-VOUCHERS-NO-RATE
     ELSE
        MOVE VENDOR-NAME  TO W-REPORT-VENDOR-NAME
        MOVE VENDOR-STATE TO W-REPORT-STATE
        MOVE VENDOR-STATE TO STATE-CODE
        MOVE "Y" TO W-FOUND-STATE-RECORD
        PERFORM LOOK-FOR-STATE-RECORD
        IF NOT FOUND-STATE-RECORD
           ADD 1 TO W-VOUCHERS-NO-RATE
        ELSE
           PERFORM COMPUTE-EXPECTED-TAX
           PERFORM CHECK-TAX-AGAINST-TOLERANCE.
*>_________________________________________________________________________

COMPUTE-EXPECTED-TAX.

*>   Same combined rate voucher entry applies: the state's rate plus
*>   the local jurisdiction the voucher was coded with.

     MOVE STATE-TAX-RATE TO W-COMBINED-TAX-RATE.

     IF VOUCHER-TAX-JURISDICTION NOT EQUAL SPACES
        MOVE W-REPORT-STATE TO LOCTAX-STATE
        MOVE VOUCHER-TAX-JURISDICTION TO LOCTAX-JURISDICTION
        MOVE "Y" TO W-FOUND-LOCTAX-RECORD
        READ LOCAL-TAX-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-LOCTAX-RECORD
        END-READ
        IF FOUND-LOCTAX-RECORD
           ADD LOCTAX-RATE TO W-COMBINED-TAX-RATE.

     COMPUTE W-EXPECTED-TAX ROUNDED =
             VOUCHER-AMOUNT * W-COMBINED-TAX-RATE / 100.
*>_________________________________________________________________________

CHECK-TAX-AGAINST-TOLERANCE.

     COMPUTE W-TAX-DIFFERENCE = VOUCHER-TAX-AMOUNT - W-EXPECTED-TAX.
     MOVE ZEROS TO W-OVER-CHARGED.
     MOVE ZEROS TO W-UNDER-CHARGED.

     IF W-TAX-DIFFERENCE GREATER THAN W-TOLERANCE
        MOVE W-TAX-DIFFERENCE TO W-OVER-CHARGED
        PERFORM REPORT-ONE-TAX-DIFFERENCE
     ELSE
        IF W-TAX-DIFFERENCE + W-TOLERANCE LESS THAN ZERO
           COMPUTE W-UNDER-CHARGED = 0 - W-TAX-DIFFERENCE
           PERFORM REPORT-ONE-TAX-DIFFERENCE.
*>_________________________________________________________________________

REPORT-ONE-TAX-DIFFERENCE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE VOUCHER-NUMBER           TO D-VOUCHER-NUMBER.
     MOVE W-REPORT-VENDOR-NAME     TO D-VENDOR-NAME.
     MOVE W-REPORT-STATE           TO D-STATE.
     MOVE VOUCHER-TAX-JURISDICTION TO D-JURISDICTION.

     COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-VOUCHER-DATE.

     MOVE VOUCHER-AMOUNT      TO D-VOUCHER-AMOUNT.
     MOVE W-COMBINED-TAX-RATE TO D-TAX-RATE.
     MOVE VOUCHER-TAX-AMOUNT  TO D-BILLED-TAX.
     MOVE W-EXPECTED-TAX      TO D-EXPECTED-TAX.
     MOVE W-OVER-CHARGED      TO D-OVER-CHARGED.
     MOVE W-UNDER-CHARGED     TO D-UNDER-CHARGED.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1 TO W-VOUCHERS-LISTED.
     ADD W-OVER-CHARGED  TO W-GRAND-OVER.
     ADD W-UNDER-CHARGED TO W-GRAND-UNDER.

     PERFORM ADD-TO-VENDOR-TOTALS.
     PERFORM ADD-TO-JURISDICTION-TOTALS.
*>_________________________________________________________________________

ADD-TO-VENDOR-TOTALS.

     MOVE "N" TO W-ENTRY-FOUND.
     PERFORM ADD-TO-ONE-VENDOR-ENTRY
        VARYING W-TABLE-INDEX FROM 1 BY 1
        UNTIL W-TABLE-INDEX GREATER THAN VENDOR-TOTAL-COUNT
           OR W-ENTRY-FOUND EQUAL "Y".

     IF W-ENTRY-FOUND NOT EQUAL "Y"
        IF VENDOR-TOTAL-COUNT LESS THAN 500
           ADD 1 TO VENDOR-TOTAL-COUNT
           MOVE VOUCHER-VENDOR       TO VDT-VENDOR (VENDOR-TOTAL-COUNT)
           MOVE W-REPORT-VENDOR-NAME TO VDT-VENDOR-NAME (VENDOR-TOTAL-COUNT)
           MOVE 1                    TO VDT-VOUCHER-COUNT (VENDOR-TOTAL-COUNT)
           MOVE W-OVER-CHARGED       TO VDT-OVER-AMOUNT (VENDOR-TOTAL-COUNT)
           MOVE W-UNDER-CHARGED      TO VDT-UNDER-AMOUNT (VENDOR-TOTAL-COUNT).
*>_________________________________________________________________________

ADD-TO-ONE-VENDOR-ENTRY.

     IF VDT-VENDOR (W-TABLE-INDEX) EQUAL VOUCHER-VENDOR
        MOVE "Y" TO W-ENTRY-FOUND
        ADD 1               TO VDT-VOUCHER-COUNT (W-TABLE-INDEX)
        ADD W-OVER-CHARGED  TO VDT-OVER-AMOUNT (W-TABLE-INDEX)
        ADD W-UNDER-CHARGED TO VDT-UNDER-AMOUNT (W-TABLE-INDEX).
*>_________________________________________________________________________

ADD-TO-JURISDICTION-TOTALS.

*>   Keyed by state plus local jurisdiction - a blank jurisdiction is
*>   the state-only line.

     MOVE "N" TO W-ENTRY-FOUND.
     PERFORM ADD-TO-ONE-JURISDICTION-ENTRY
        VARYING W-TABLE-INDEX FROM 1 BY 1
        UNTIL W-TABLE-INDEX GREATER THAN JURISDICTION-TOTAL-COUNT
           OR W-ENTRY-FOUND EQUAL "Y".

     IF W-ENTRY-FOUND NOT EQUAL "Y"
        IF JURISDICTION-TOTAL-COUNT LESS THAN 200
           ADD 1 TO JURISDICTION-TOTAL-COUNT
           MOVE W-REPORT-STATE           TO JRT-STATE (JURISDICTION-TOTAL-COUNT)
           MOVE VOUCHER-TAX-JURISDICTION TO JRT-JURISDICTION (JURISDICTION-TOTAL-COUNT)
           MOVE 1                        TO JRT-VOUCHER-COUNT (JURISDICTION-TOTAL-COUNT)
           MOVE W-OVER-CHARGED           TO JRT-OVER-AMOUNT (JURISDICTION-TOTAL-COUNT)
           MOVE W-UNDER-CHARGED          TO JRT-UNDER-AMOUNT (JURISDICTION-TOTAL-COUNT).
*>_________________________________________________________________________

ADD-TO-ONE-JURISDICTION-ENTRY.

     IF JRT-STATE (W-TABLE-INDEX) EQUAL W-REPORT-STATE
        AND JRT-JURISDICTION (W-TABLE-INDEX) EQUAL VOUCHER-TAX-JURISDICTION
        MOVE "Y" TO W-ENTRY-FOUND
        ADD 1               TO JRT-VOUCHER-COUNT (W-TABLE-INDEX)
        ADD W-OVER-CHARGED  TO JRT-OVER-AMOUNT (W-TABLE-INDEX)
        ADD W-UNDER-CHARGED TO JRT-UNDER-AMOUNT (W-TABLE-INDEX).
*>_________________________________________________________________________

PRINT-VENDOR-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "SUBTOTALS BY VENDOR (OVER = CLAIM BACK FROM VENDOR, UNDER = USE-TAX EXPOSURE):"
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     PERFORM PRINT-ONE-VENDOR-TOTAL
        VARYING W-TABLE-INDEX FROM 1 BY 1
        UNTIL W-TABLE-INDEX GREATER THAN VENDOR-TOTAL-COUNT.
*>_________________________________________________________________________

PRINT-ONE-VENDOR-TOTAL.

     MOVE VDT-VENDOR (W-TABLE-INDEX)        TO VTD-VENDOR.
     MOVE VDT-VENDOR-NAME (W-TABLE-INDEX)   TO VTD-VENDOR-NAME.
     MOVE VDT-VOUCHER-COUNT (W-TABLE-INDEX) TO VTD-VOUCHER-COUNT.
     MOVE VDT-OVER-AMOUNT (W-TABLE-INDEX)   TO VTD-OVER-AMOUNT.
     MOVE VDT-UNDER-AMOUNT (W-TABLE-INDEX)  TO VTD-UNDER-AMOUNT.
     MOVE VENDOR-TOTAL-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

PRINT-JURISDICTION-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "SUBTOTALS BY STATE AND JURISDICTION:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     PERFORM PRINT-ONE-JURISDICTION-TOTAL
        VARYING W-TABLE-INDEX FROM 1 BY 1
        UNTIL W-TABLE-INDEX GREATER THAN JURISDICTION-TOTAL-COUNT.
*>_________________________________________________________________________

PRINT-ONE-JURISDICTION-TOTAL.

     MOVE JRT-STATE (W-TABLE-INDEX)         TO JTD-STATE.
     MOVE JRT-JURISDICTION (W-TABLE-INDEX)  TO JTD-JURISDICTION.
     MOVE JRT-VOUCHER-COUNT (W-TABLE-INDEX) TO JTD-VOUCHER-COUNT.
     MOVE JRT-OVER-AMOUNT (W-TABLE-INDEX)   TO JTD-OVER-AMOUNT.
     MOVE JRT-UNDER-AMOUNT (W-TABLE-INDEX)  TO JTD-UNDER-AMOUNT.
     MOVE JURISDICTION-TOTAL-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

PRINT-GRAND-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-TOLERANCE TO W-TOLERANCE-EDITED.
     MOVE W-VOUCHERS-CHECKED TO W-COUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "TAXED VOUCHERS CHECKED: " W-COUNT-EDITED
            "   TOLERANCE: " W-TOLERANCE-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-VOUCHERS-NO-RATE TO W-COUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "NOT CHECKED - NO VENDOR OR STATE RATE ON FILE: " W-COUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-GRAND-OVER TO W-AMOUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "TOTAL OVER-CHARGED TAX  (CLAIM BACK):       " W-AMOUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-GRAND-UNDER TO W-AMOUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "TOTAL UNDER-CHARGED TAX (USE-TAX EXPOSURE): " W-AMOUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOOK-FOR-STATE-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
