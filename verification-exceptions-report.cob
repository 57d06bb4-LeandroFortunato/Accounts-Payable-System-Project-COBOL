IDENTIFICATION DIVISION.
PROGRAM-ID. verification-exceptions-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVVERF.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "verification-exceptions-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVVERF.CBL".
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
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(37)
                  VALUE "DOUBLE-KEY VERIFICATION EXCEPTIONS - ".
            05 T-FROM-DATE         PIC 99/99/9999.
            05 FILLER              PIC X(04) VALUE " TO ".
            05 T-TO-DATE           PIC 99/99/9999.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(46) VALUE "  VOUCHER RE-KEYED   KEYED BY   RE-KEYED BY  V".
            05 FILLER              PIC X(44) VALUE "ENDOR / RE-KEY INVOICE         / RE-KEYED   ".
            05 FILLER              PIC X(30) VALUE "           AMOUNT / RE-KEYED".

         01 HEADING-2.
            05 FILLER              PIC X(46) VALUE "  ======= ========== ========== ==========   =".
            05 FILLER              PIC X(44) VALUE "====   =====   ===============   ===========".
            05 FILLER              PIC X(30) VALUE "====   ==========   ==========".

*>       Only the fields that differed are filled in.
         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VOUCHER                  PIC 9(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-KEYED-DATE               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ENTERED-BY               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-KEYED-BY                 PIC X(10).
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-FILE-VENDOR              PIC X(05).
            05 D-VENDOR-SLASH             PIC X(03).
            05 D-KEYED-VENDOR             PIC X(05).
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-FILE-INVOICE             PIC X(15).
            05 D-INVOICE-SLASH            PIC X(03).
            05 D-KEYED-INVOICE            PIC X(15).
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-FILE-AMOUNT              PIC X(10).
            05 D-AMOUNT-SLASH             PIC X(03).
            05 D-KEYED-AMOUNT             PIC X(10).

         01 SUMMARY-HEADING-1.
            05 FILLER              PIC X(46) VALUE "  KEYED BY    RE-KEYS  MISMATCHES    MISMATCH ".
            05 FILLER              PIC X(44) VALUE "%   VENDOR  INVOICE   AMOUNT".

         01 SUMMARY-HEADING-2.
            05 FILLER              PIC X(46) VALUE "  ==========  =======  ==========    =========".
            05 FILLER              PIC X(44) VALUE "=   ======  =======  =======".

         01 SUMMARY-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-OPERATOR                 PIC X(10).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-ATTEMPTS                 PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(05) VALUE SPACES.
            05 D-MISMATCHES               PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(07) VALUE SPACES.
            05 D-MISMATCH-PERCENT         PIC ZZ9.99.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 D-VENDOR-COUNT             PIC ZZ,ZZ9.
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-INVOICE-COUNT            PIC ZZ,ZZ9.
            05 FILLER                     PIC X(03) VALUE SPACES.
            05 D-AMOUNT-COUNT             PIC ZZ,ZZ9.

         01 W-PRINT-DATE                  PIC 99/99/9999.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-PARAMETERS-OK        PIC X.
            88 PARAMETERS-OK    VALUE "Y".

         01 W-FOUND-OPERATOR       PIC X.
            88 FOUND-OPERATOR   VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

*>       One slot per user whose vouchers were re-keyed in the period;
*>       the mismatch rate is charged to whoever keyed the voucher.
         01 OPERATOR-TABLE.
            05 OPERATOR-COUNT             PIC 9(03) VALUE 0.
            05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OPR-USER                PIC X(10).
               10 OPR-ATTEMPTS            PIC 9(06).
               10 OPR-MISMATCHES          PIC 9(06).
               10 OPR-VENDOR-COUNT        PIC 9(05).
               10 OPR-INVOICE-COUNT       PIC 9(05).
               10 OPR-AMOUNT-COUNT        PIC 9(05).

         77 W-OPERATOR-INDEX              PIC 9(03).
         77 W-OPERATOR-USER               PIC X(10).

         77 ENTRY-FROM-DATE               PIC 9(08).
         77 ENTRY-TO-DATE                 PIC 9(08).

         77 W-TOTAL-ATTEMPTS              PIC 9(06) VALUE 0.
         77 W-TOTAL-MISMATCHES            PIC 9(06) VALUE 0.
         77 W-TOTAL-VENDOR-COUNT          PIC 9(05) VALUE 0.
         77 W-TOTAL-INVOICE-COUNT         PIC 9(05) VALUE 0.
         77 W-TOTAL-AMOUNT-COUNT          PIC 9(05) VALUE 0.
         77 W-MISMATCH-PERCENT            PIC 9(03)V99.

         77 W-AMOUNT-EDITED               PIC ZZZ,ZZ9.99.
         77 W-COUNT-EDITED                PIC ZZZZZ9.
         77 DUMMY-FOR-DATE-12             PIC 9(12).
         77 W-DATE-MM-DD-CCYY             PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Every blind re-key of a voucher over the verify amount made in
*>   the period that did not match what was keyed, with the fields
*>   that differed, then each enterer's re-keys and mismatch rate -
*>   the operators whose keying needs a second look.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "             DOUBLE-KEY VERIFICATION EXCEPTIONS REPORT".
     DISPLAY " ".

     MOVE "N" TO W-PARAMETERS-OK.
     PERFORM GET-REPORT-PERIOD UNTIL PARAMETERS-OK.

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

     OPEN INPUT VOUCHER-VERIFY-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VVERF-KEY.
     START VOUCHER-VERIFY-FILE KEY IS NOT LESS THAN VVERF-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-RE-KEY UNTIL END-OF-FILE.

     IF W-TOTAL-MISMATCHES EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE "  *** NO RE-KEY IN THE PERIOD FAILED TO MATCH ***" TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-OPERATOR-SUMMARY.

     PERFORM FINALIZE-PAGE.

     CLOSE VOUCHER-VERIFY-FILE.
     CLOSE PRINTER-FILE.

     MOVE "VERIFY-EXCEPT" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-TOTAL-MISMATCHES TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " MISMATCHED RE-KEY(S) - SEE verification-exceptions-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-REPORT-PERIOD.

   MOVE "Y" TO W-PARAMETERS-OK.

   MOVE "RE-KEYS MADE FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-FROM-DATE.

   MOVE "RE-KEYS MADE THROUGH: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-TO-DATE.

   IF ENTRY-TO-DATE LESS THAN ENTRY-FROM-DATE
      DISPLAY "*** THE PERIOD ENDS BEFORE IT STARTS ! ***"
      MOVE "N" TO W-PARAMETERS-OK.
*>_________________________________________________________________________

CHECK-NEXT-RE-KEY.

*>   Sequence 00 is the voucher's standing, not a re-key.

     READ VOUCHER-VERIFY-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VVERF-SEQ NOT EQUAL ZEROS
              AND VVERF-KEYED-DATE NOT LESS THAN ENTRY-FROM-DATE
              AND VVERF-KEYED-DATE NOT GREATER THAN ENTRY-TO-DATE
              PERFORM COUNT-ONE-RE-KEY
           END-IF
     END-READ.
*>_________________________________________________________________________

COUNT-ONE-RE-KEY.

     MOVE VVERF-ENTERED-BY TO W-OPERATOR-USER.
     IF W-OPERATOR-USER EQUAL SPACES
        MOVE "(UNKNOWN)" TO W-OPERATOR-USER.
     PERFORM FIND-OPERATOR-SLOT.

     ADD 1 TO W-TOTAL-ATTEMPTS.
     IF FOUND-OPERATOR
        ADD 1 TO OPR-ATTEMPTS (W-OPERATOR-INDEX).

     IF VVERF-IS-MISMATCH
        ADD 1 TO W-TOTAL-MISMATCHES
        IF FOUND-OPERATOR
           ADD 1 TO OPR-MISMATCHES (W-OPERATOR-INDEX)
        END-IF
        IF VVERF-VENDOR-DIFFERED
           ADD 1 TO W-TOTAL-VENDOR-COUNT
           IF FOUND-OPERATOR
              ADD 1 TO OPR-VENDOR-COUNT (W-OPERATOR-INDEX)
           END-IF
        END-IF
        IF VVERF-INVOICE-DIFFERED
           ADD 1 TO W-TOTAL-INVOICE-COUNT
           IF FOUND-OPERATOR
              ADD 1 TO OPR-INVOICE-COUNT (W-OPERATOR-INDEX)
           END-IF
        END-IF
        IF VVERF-AMOUNT-DIFFERED
           ADD 1 TO W-TOTAL-AMOUNT-COUNT
           IF FOUND-OPERATOR
              ADD 1 TO OPR-AMOUNT-COUNT (W-OPERATOR-INDEX)
           END-IF
        END-IF
        PERFORM LIST-ONE-MISMATCH.
*>_________________________________________________________________________

FIND-OPERATOR-SLOT.

*>   Leaves W-OPERATOR-INDEX on the user's slot, opening one if the
*>   user is new and the table has room.

     MOVE "N" TO W-FOUND-OPERATOR.
     PERFORM CHECK-ONE-OPERATOR-SLOT
        VARYING W-OPERATOR-INDEX FROM 1 BY 1
          UNTIL W-OPERATOR-INDEX GREATER THAN OPERATOR-COUNT
             OR FOUND-OPERATOR.

     IF FOUND-OPERATOR
        SUBTRACT 1 FROM W-OPERATOR-INDEX
     ELSE
        IF OPERATOR-COUNT LESS THAN 200
           ADD 1 TO OPERATOR-COUNT
           MOVE OPERATOR-COUNT  TO W-OPERATOR-INDEX
           MOVE W-OPERATOR-USER TO OPR-USER (W-OPERATOR-INDEX)
           MOVE ZEROS TO OPR-ATTEMPTS (W-OPERATOR-INDEX)
                         OPR-MISMATCHES (W-OPERATOR-INDEX)
                         OPR-VENDOR-COUNT (W-OPERATOR-INDEX)
                         OPR-INVOICE-COUNT (W-OPERATOR-INDEX)
                         OPR-AMOUNT-COUNT (W-OPERATOR-INDEX)
           MOVE "Y" TO W-FOUND-OPERATOR.
*>_________________________________________________________________________

CHECK-ONE-OPERATOR-SLOT.

     IF OPR-USER (W-OPERATOR-INDEX) EQUAL W-OPERATOR-USER
        MOVE "Y" TO W-FOUND-OPERATOR.
*>_________________________________________________________________________

LIST-ONE-MISMATCH.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO DETAIL-1.
     MOVE VVERF-VOUCHER TO D-VOUCHER.
     MOVE VVERF-KEYED-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE     TO D-KEYED-DATE.
     MOVE W-OPERATOR-USER  TO D-ENTERED-BY.
     MOVE VVERF-KEYED-BY   TO D-KEYED-BY.

     IF VVERF-VENDOR-DIFFERED
        MOVE VVERF-ON-FILE-VENDOR TO D-FILE-VENDOR
        MOVE " / "                TO D-VENDOR-SLASH
        MOVE VVERF-KEYED-VENDOR   TO D-KEYED-VENDOR.

     IF VVERF-INVOICE-DIFFERED
        MOVE VVERF-ON-FILE-INVOICE TO D-FILE-INVOICE
        MOVE " / "                 TO D-INVOICE-SLASH
        MOVE VVERF-KEYED-INVOICE   TO D-KEYED-INVOICE.

     IF VVERF-AMOUNT-DIFFERED
        MOVE VVERF-ON-FILE-AMOUNT TO W-AMOUNT-EDITED
        MOVE W-AMOUNT-EDITED      TO D-FILE-AMOUNT
        MOVE " / "                TO D-AMOUNT-SLASH
        MOVE VVERF-KEYED-AMOUNT   TO W-AMOUNT-EDITED
        MOVE W-AMOUNT-EDITED      TO D-KEYED-AMOUNT.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-OPERATOR-SUMMARY.

     IF W-PRINTED-LINES GREATER THAN 40
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "MISMATCH RATE BY OPERATOR (WHO KEYED THE VOUCHER):" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SUMMARY-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SUMMARY-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 4 TO W-PRINTED-LINES.

     PERFORM PRINT-ONE-OPERATOR
        VARYING W-OPERATOR-INDEX FROM 1 BY 1
          UNTIL W-OPERATOR-INDEX GREATER THAN OPERATOR-COUNT.

     MOVE SPACES TO SUMMARY-LINE.
     MOVE "ALL"                 TO D-OPERATOR.
     MOVE W-TOTAL-ATTEMPTS      TO D-ATTEMPTS.
     MOVE W-TOTAL-MISMATCHES    TO D-MISMATCHES.
     MOVE ZEROS TO W-MISMATCH-PERCENT.
     IF W-TOTAL-ATTEMPTS GREATER THAN ZERO
        COMPUTE W-MISMATCH-PERCENT ROUNDED =
                W-TOTAL-MISMATCHES * 100 / W-TOTAL-ATTEMPTS.
     MOVE W-MISMATCH-PERCENT    TO D-MISMATCH-PERCENT.
     MOVE W-TOTAL-VENDOR-COUNT  TO D-VENDOR-COUNT.
     MOVE W-TOTAL-INVOICE-COUNT TO D-INVOICE-COUNT.
     MOVE W-TOTAL-AMOUNT-COUNT  TO D-AMOUNT-COUNT.
     MOVE SUMMARY-HEADING-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SUMMARY-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-ONE-OPERATOR.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO SUMMARY-LINE.
     MOVE OPR-USER (W-OPERATOR-INDEX)       TO D-OPERATOR.
     MOVE OPR-ATTEMPTS (W-OPERATOR-INDEX)   TO D-ATTEMPTS.
     MOVE OPR-MISMATCHES (W-OPERATOR-INDEX) TO D-MISMATCHES.
     MOVE ZEROS TO W-MISMATCH-PERCENT.
     IF OPR-ATTEMPTS (W-OPERATOR-INDEX) GREATER THAN ZERO
        COMPUTE W-MISMATCH-PERCENT ROUNDED =
                OPR-MISMATCHES (W-OPERATOR-INDEX) * 100
                   / OPR-ATTEMPTS (W-OPERATOR-INDEX).
     MOVE W-MISMATCH-PERCENT                   TO D-MISMATCH-PERCENT.
     MOVE OPR-VENDOR-COUNT (W-OPERATOR-INDEX)  TO D-VENDOR-COUNT.
     MOVE OPR-INVOICE-COUNT (W-OPERATOR-INDEX) TO D-INVOICE-COUNT.
     MOVE OPR-AMOUNT-COUNT (W-OPERATOR-INDEX)  TO D-AMOUNT-COUNT.

     MOVE SUMMARY-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

EDIT-PRINT-DATE.

*>   CCYYMMDD in W-DATE-MM-DD-CCYY comes back as MM/DD/CCYY.

     COMPUTE DUMMY-FOR-DATE-12 = W-DATE-MM-DD-CCYY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-PRINT-DATE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
