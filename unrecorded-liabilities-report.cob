IDENTIFICATION DIVISION.
PROGRAM-ID. unrecorded-liabilities-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLPOREC.CBL".
         COPY "SLACCRUE.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "unrecorded-liabilities-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT SRUL-WORK-FILE
                ASSIGN TO "srul-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SRUL-SORTED-FILE
                ASSIGN TO "srul-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SRUL-SORT-FILE
                ASSIGN TO "srul-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDPOREC.CBL".
         COPY "FDACCRUE.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

*>       Class 1 = covered by the RNI accrual, 2 = covered by a manual
*>       accrual for the vendor, 3 = not accrued at all - the ones the
*>       audit team is really after. Source "A" = voucher archive.
         FD SRUL-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD.
            05 WORK-CLASS             PIC 9(01).
            05 WORK-VENDOR            PIC 9(05).
            05 WORK-VOUCHER           PIC 9(07).
            05 WORK-SOURCE            PIC X(01).
            05 WORK-INVOICE           PIC X(15).
            05 WORK-INVOICE-DATE      PIC 9(08).
            05 WORK-RECEIPT-DATE      PIC 9(08).
            05 WORK-ENTERED-DATE      PIC 9(08).
            05 WORK-PAID-DATE         PIC 9(08).
            05 WORK-AMOUNT            PIC S9(6)V99.

         FD SRUL-SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD.
            05 SORTED-CLASS           PIC 9(01).
            05 SORTED-VENDOR          PIC 9(05).
            05 SORTED-VOUCHER         PIC 9(07).
            05 SORTED-SOURCE          PIC X(01).
               88 SORTED-IS-ARCHIVED  VALUE "A".
            05 SORTED-INVOICE         PIC X(15).
            05 SORTED-INVOICE-DATE    PIC 9(08).
            05 SORTED-RECEIPT-DATE    PIC 9(08).
            05 SORTED-ENTERED-DATE    PIC 9(08).
            05 SORTED-PAID-DATE       PIC 9(08).
            05 SORTED-AMOUNT          PIC S9(6)V99.

        SD SRUL-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-CLASS             PIC 9(01).
            05 SORT-VENDOR            PIC 9(05).
            05 SORT-VOUCHER           PIC 9(07).
            05 FILLER                 PIC X(56).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".
         COPY "wsfiscal.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(44)
                  VALUE "SEARCH FOR UNRECORDED LIABILITIES - YEAR END".
            05 FILLER              PIC X(01) VALUE SPACES.
            05 T-YEAR-END          PIC 99/99/9999.
            05 FILLER              PIC X(08) VALUE " WINDOW ".
            05 T-WINDOW-DAYS       PIC ZZ9.
            05 FILLER              PIC X(05) VALUE " DAYS".
            05 FILLER              PIC X(18) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(46) VALUE "  VOUCHER SRC VENDOR                    INVOIC".
            05 FILLER              PIC X(44) VALUE "E         INV. DATE  RECEIVED   ENTERED    P".
            05 FILLER              PIC X(21) VALUE "AID            AMOUNT".

         01 HEADING-2.
            05 FILLER              PIC X(46) VALUE "  ======= === ========================= ======".
            05 FILLER              PIC X(44) VALUE "========= ========== ========== ========== =".
            05 FILLER              PIC X(21) VALUE "========= ===========".

         01 GROUP-LINE.
            05 FILLER                     PIC X(16) VALUE "ACCRUAL STATUS: ".
            05 D-GROUP-CLASS              PIC X(50).

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VOUCHER                  PIC 9(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-SOURCE                   PIC X(03).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(25).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE-DATE             PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-RECEIPT-DATE             PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ENTERED-DATE             PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PAID-DATE                PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-AMOUNT                   PIC ZZZ,ZZ9.99-.

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(50).
            05 D-TOTAL-COUNT              PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(11) VALUE " VOUCHER(S)".
            05 FILLER                     PIC X(33) VALUE SPACES.
            05 D-TOTAL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.

         01 W-PRINT-DATE                  PIC 99/99/9999.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-RECEIPTS      PIC X.
            88 END-OF-RECEIPTS  VALUE "Y".

         01 W-END-OF-ACCRUALS      PIC X.
            88 END-OF-ACCRUALS  VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-ENTERED-DATE   PIC X.
            88 FOUND-ENTERED-DATE   VALUE "Y".

         01 W-FOUND-MANUAL-ACCRUAL PIC X.
            88 FOUND-MANUAL-ACCRUAL VALUE "Y".

         01 W-RNI-ACCRUED          PIC X.
            88 RNI-ACCRUED          VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

*>       Vouchers keyed inside the window, as the audit file saw them
*>       added - the voucher itself carries no entry date.
         01 ENTERED-TABLE.
            05 ENTERED-COUNT              PIC 9(04) VALUE 0.
            05 ENTERED-ENTRY OCCURS 3000 TIMES.
               10 ENT-VOUCHER             PIC 9(07).
               10 ENT-DATE                PIC 9(08).

*>       Vendors holding a journaled manual accrual in the year-end period.
         01 MANUAL-ACCRUAL-TABLE.
            05 MANUAL-COUNT               PIC 9(03) VALUE 0.
            05 MANUAL-ENTRY OCCURS 300 TIMES.
               10 MAN-VENDOR              PIC 9(05).

         77 W-ENTERED-INDEX               PIC 9(04).
         77 W-MANUAL-INDEX                PIC 9(03).
         77 W-IMAGE-VOUCHER-NUMBER        PIC 9(07).

         77 ENTRY-WINDOW-DAYS             PIC 9(03).
         77 W-YEAR-END-DATE               PIC 9(08).
         77 W-WINDOW-FROM-DATE            PIC 9(08).
         77 W-WINDOW-TO-DATE              PIC 9(08).
         77 W-YEAR-END-FISCAL-YEAR        PIC 9(04).
         77 W-YEAR-END-FISCAL-PERIOD      PIC 9(02).
         77 W-VOUCHER-SOURCE              PIC X(01).
         77 W-VOUCHER-CO                  PIC 9(01).
         77 W-RECEIPT-DATE                PIC 9(08).
         77 W-ENTERED-DATE                PIC 9(08).
         77 W-ACTIVITY-PAID-DATE          PIC 9(08).
         77 W-CURRENT-CLASS               PIC 9(01).

         77 W-CLASS-COUNT                 PIC 9(06) VALUE 0.
         77 W-CLASS-AMOUNT                PIC S9(9)V99 VALUE 0.
         77 W-RNI-COUNT                   PIC 9(06) VALUE 0.
         77 W-RNI-AMOUNT                  PIC S9(9)V99 VALUE 0.
         77 W-MANUAL-ACCR-COUNT           PIC 9(06) VALUE 0.
         77 W-MANUAL-ACCR-AMOUNT          PIC S9(9)V99 VALUE 0.
         77 W-NOT-ACCRUED-COUNT           PIC 9(06) VALUE 0.
         77 W-NOT-ACCRUED-AMOUNT          PIC S9(9)V99 VALUE 0.
         77 W-ACTIVE-COUNT                PIC 9(06) VALUE 0.
         77 W-ACTIVE-AMOUNT               PIC S9(9)V99 VALUE 0.
         77 W-ARCHIVE-COUNT               PIC 9(06) VALUE 0.
         77 W-ARCHIVE-AMOUNT              PIC S9(9)V99 VALUE 0.
         77 W-VOUCHERS-LISTED             PIC 9(06) VALUE 0.
         77 W-GRAND-AMOUNT                PIC S9(9)V99 VALUE 0.

         77 W-COUNT-EDITED                PIC ZZZZZ9.
         77 W-AMOUNT-EDITED               PIC ZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12             PIC 9(12).
         77 W-DATE-MM-DD-CCYY             PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   The auditors' search for unrecorded liabilities: every voucher
*>   paid or keyed in the weeks after the fiscal year end whose invoice
*>   is dated, or whose goods were received, on or before the year end.
*>   Each is matched to the year-end accruals - covered by the RNI
*>   accrual, by a manual accrual for the vendor, or not accrued - with
*>   the voucher archive swept as well, so nothing purged since escapes.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "             SEARCH FOR UNRECORDED LIABILITIES REPORT".
     DISPLAY " ".

     MOVE "INFORM THE FISCAL YEAR-END DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-YEAR-END-DATE.

     DISPLAY "DAYS AFTER YEAR END TO SEARCH (<ENTER> = 45): ".
     MOVE ZEROS TO ENTRY-WINDOW-DAYS.
     ACCEPT ENTRY-WINDOW-DAYS.
     IF ENTRY-WINDOW-DAYS EQUAL ZEROS
        MOVE 45 TO ENTRY-WINDOW-DAYS.

     COMPUTE W-WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(W-YEAR-END-DATE) + 1).
     COMPUTE W-WINDOW-TO-DATE   = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(W-YEAR-END-DATE) + ENTRY-WINDOW-DAYS).

     PERFORM LOAD-YEAR-END-ACCRUALS.
     PERFORM LOAD-VOUCHERS-ENTERED-IN-WINDOW.

     OPEN INPUT PO-RECEIVING-FILE.
     OPEN OUTPUT SRUL-WORK-FILE.

     OPEN INPUT VOUCHER-FILE.
     MOVE "V" TO W-VOUCHER-SOURCE.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM EXTRACT-NEXT-VOUCHER UNTIL END-OF-FILE.
     CLOSE VOUCHER-FILE.

     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     MOVE "A" TO W-VOUCHER-SOURCE.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VCARC-VOUCHER-NUMBER.
     START VOUCHER-ARCHIVE-FILE KEY IS NOT LESS THAN VCARC-VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM EXTRACT-NEXT-ARCHIVED-VOUCHER UNTIL END-OF-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.

     CLOSE SRUL-WORK-FILE.
     CLOSE PO-RECEIVING-FILE.

     IF W-VOUCHERS-LISTED EQUAL ZEROS
        DISPLAY " "
        DISPLAY "*** NO VOUCHER PAID OR ENTERED IN THE WINDOW BELONGS TO THE YEAR ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
        EXIT PROGRAM
        STOP RUN.

     SORT SRUL-SORT-FILE
        ON ASCENDING KEY SORT-CLASS SORT-VENDOR SORT-VOUCHER
        USING SRUL-WORK-FILE
        GIVING SRUL-SORTED-FILE.

     OPEN INPUT SRUL-SORTED-FILE.
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

     COMPUTE DUMMY-FOR-DATE-12 = W-YEAR-END-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO T-YEAR-END.
     MOVE ENTRY-WINDOW-DAYS TO T-WINDOW-DAYS.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-NEXT-SORTED-VOUCHER.
     PERFORM LIST-ONE-ACCRUAL-CLASS UNTIL END-OF-FILE.

     PERFORM PRINT-REPORT-TOTALS.

     PERFORM FINALIZE-PAGE.

     CLOSE SRUL-SORTED-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "UNRECORDED-LIAB" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-NOT-ACCRUED-COUNT  TO W-COUNT-EDITED.
     MOVE W-NOT-ACCRUED-AMOUNT TO W-AMOUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " VOUCHER(S) NOT ACCRUED, " W-AMOUNT-EDITED
             " - SEE unrecorded-liabilities-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LOAD-YEAR-END-ACCRUALS.

*>   The year end's fiscal period on the calendar; without a calendar
*>   the calendar month stands in for it, as accrual-entry keys it.
*>   Only accruals actually journaled count as recorded.

     OPEN INPUT FISCAL-CALENDAR-FILE.
     MOVE W-YEAR-END-DATE TO W-FISCAL-LOOKUP-DATE.
     PERFORM LOOK-FOR-FISCAL-PERIOD.
     CLOSE FISCAL-CALENDAR-FILE.

     IF FOUND-FISCAL-PERIOD
        MOVE W-FISCAL-FOUND-YEAR   TO W-YEAR-END-FISCAL-YEAR
        MOVE W-FISCAL-FOUND-PERIOD TO W-YEAR-END-FISCAL-PERIOD
     ELSE
        MOVE W-YEAR-END-DATE (1:4) TO W-YEAR-END-FISCAL-YEAR
        MOVE W-YEAR-END-DATE (5:2) TO W-YEAR-END-FISCAL-PERIOD.

     MOVE "N" TO W-RNI-ACCRUED.
     MOVE 0 TO MANUAL-COUNT.

     OPEN INPUT ACCRUAL-FILE.
     MOVE "N" TO W-END-OF-ACCRUALS.
     MOVE W-SESSION-COMPANY        TO ACCRUAL-COMPANY.
     MOVE W-YEAR-END-FISCAL-YEAR   TO ACCRUAL-FISCAL-YEAR.
     MOVE W-YEAR-END-FISCAL-PERIOD TO ACCRUAL-FISCAL-PERIOD.
     MOVE ZEROS                    TO ACCRUAL-SEQ.
     START ACCRUAL-FILE KEY IS NOT LESS THAN ACCRUAL-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-ACCRUALS.

     PERFORM LOAD-NEXT-ACCRUAL UNTIL END-OF-ACCRUALS.
     CLOSE ACCRUAL-FILE.
*>_________________________________________________________________________

LOAD-NEXT-ACCRUAL.

     READ ACCRUAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ACCRUALS
        NOT AT END
           IF ACCRUAL-COMPANY       NOT EQUAL W-SESSION-COMPANY
              OR ACCRUAL-FISCAL-YEAR   NOT EQUAL W-YEAR-END-FISCAL-YEAR
              OR ACCRUAL-FISCAL-PERIOD NOT EQUAL W-YEAR-END-FISCAL-PERIOD
              MOVE "Y" TO W-END-OF-ACCRUALS
           ELSE
              IF NOT ACCRUAL-IS-ENTERED
                 IF ACCRUAL-IS-RNI
                    MOVE "Y" TO W-RNI-ACCRUED
                 ELSE
                    IF ACCRUAL-IS-MANUAL
                       AND ACCRUAL-VENDOR NOT EQUAL ZEROS
                       AND MANUAL-COUNT LESS THAN 300
                       ADD 1 TO MANUAL-COUNT
                       MOVE ACCRUAL-VENDOR TO MAN-VENDOR (MANUAL-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

LOAD-VOUCHERS-ENTERED-IN-WINDOW.

     OPEN INPUT SYSTEM-AUDIT-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM LOAD-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

LOAD-NEXT-AUDIT-ENTRY.

*>   The after image is the full voucher record: number in 1-7.

     READ SYSTEM-AUDIT-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SYSAUD-RECORD-TYPE EQUAL "VOUCHER"
              AND SYSAUD-IS-ADD
              AND SYSAUD-CHANGE-DATE NOT LESS THAN W-WINDOW-FROM-DATE
              AND SYSAUD-CHANGE-DATE NOT GREATER THAN W-WINDOW-TO-DATE
              AND SYSAUD-AFTER-IMAGE (1:7) NUMERIC
              AND ENTERED-COUNT LESS THAN 3000
              ADD 1 TO ENTERED-COUNT
              MOVE SYSAUD-AFTER-IMAGE (1:7) TO ENT-VOUCHER (ENTERED-COUNT)
              MOVE SYSAUD-CHANGE-DATE       TO ENT-DATE (ENTERED-COUNT)
           END-IF
     END-READ.
*>_________________________________________________________________________

EXTRACT-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM EXTRACT-ONE-VOUCHER
     END-READ.
*>_________________________________________________________________________

EXTRACT-NEXT-ARCHIVED-VOUCHER.

     READ VOUCHER-ARCHIVE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE VCARC-VOUCHER-IMAGE TO VOUCHER-RECORD
           PERFORM EXTRACT-ONE-VOUCHER
     END-READ.
*>_________________________________________________________________________

EXTRACT-ONE-VOUCHER.

*>   Only this company's vouchers; one keyed before companies were
*>   split out counts as company 1.

     MOVE VOUCHER-COMPANY TO W-VOUCHER-CO.
     IF W-VOUCHER-CO EQUAL ZERO
        MOVE 1 TO W-VOUCHER-CO.

     IF W-VOUCHER-CO NOT EQUAL W-SESSION-COMPANY
        CONTINUE
     ELSE
        PERFORM FIND-VOUCHER-ACTIVITY-IN-WINDOW
        IF W-ENTERED-DATE NOT EQUAL ZEROS
           OR W-ACTIVITY-PAID-DATE NOT EQUAL ZEROS
           PERFORM FIND-EARLIEST-RECEIPT-DATE
           IF (VOUCHER-DATE NOT EQUAL ZEROS
                 AND VOUCHER-DATE NOT GREATER THAN W-YEAR-END-DATE)
              OR (W-RECEIPT-DATE NOT EQUAL ZEROS
                 AND W-RECEIPT-DATE NOT GREATER THAN W-YEAR-END-DATE)
              PERFORM WRITE-ONE-WORK-RECORD.
*>_________________________________________________________________________

FIND-VOUCHER-ACTIVITY-IN-WINDOW.

     MOVE ZEROS TO W-ACTIVITY-PAID-DATE.
     IF VOUCHER-PAID-DATE NOT LESS THAN W-WINDOW-FROM-DATE
        AND VOUCHER-PAID-DATE NOT GREATER THAN W-WINDOW-TO-DATE
        MOVE VOUCHER-PAID-DATE TO W-ACTIVITY-PAID-DATE.

     MOVE ZEROS TO W-ENTERED-DATE.
     MOVE "N" TO W-FOUND-ENTERED-DATE.
     PERFORM MATCH-ONE-ENTERED-VOUCHER
        VARYING W-ENTERED-INDEX FROM 1 BY 1
          UNTIL W-ENTERED-INDEX GREATER THAN ENTERED-COUNT
             OR FOUND-ENTERED-DATE.
*>_________________________________________________________________________

MATCH-ONE-ENTERED-VOUCHER.

     IF ENT-VOUCHER (W-ENTERED-INDEX) EQUAL VOUCHER-NUMBER
        MOVE ENT-DATE (W-ENTERED-INDEX) TO W-ENTERED-DATE
        MOVE "Y" TO W-FOUND-ENTERED-DATE.
*>_________________________________________________________________________

FIND-EARLIEST-RECEIPT-DATE.

     MOVE ZEROS TO W-RECEIPT-DATE.
     IF VOUCHER-PO-NUMBER EQUAL ZEROS
        MOVE "Y" TO W-END-OF-RECEIPTS
     ELSE
        MOVE "N" TO W-END-OF-RECEIPTS
        MOVE VOUCHER-PO-NUMBER TO POREC-PO-NUMBER
        MOVE ZEROS TO POREC-PO-LINE
        MOVE ZEROS TO POREC-DATE
        MOVE ZEROS TO POREC-SEQ
        START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
           INVALID KEY
              MOVE "Y" TO W-END-OF-RECEIPTS
        END-START.

     PERFORM CHECK-ONE-RECEIPT UNTIL END-OF-RECEIPTS.
*>_________________________________________________________________________

CHECK-ONE-RECEIPT.

     READ PO-RECEIVING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-RECEIPTS
        NOT AT END
           IF POREC-PO-NUMBER NOT EQUAL VOUCHER-PO-NUMBER
              MOVE "Y" TO W-END-OF-RECEIPTS
           ELSE
              IF W-RECEIPT-DATE EQUAL ZEROS
                 OR POREC-DATE LESS THAN W-RECEIPT-DATE
                 MOVE POREC-DATE TO W-RECEIPT-DATE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

WRITE-ONE-WORK-RECORD.

*>   Goods on the dock by the year end were picked up by the RNI
*>   accrual if one was journaled for the period; otherwise a manual
*>   accrual for the vendor is taken as covering the invoice.

     MOVE "N" TO W-FOUND-MANUAL-ACCRUAL.
     PERFORM MATCH-ONE-MANUAL-ACCRUAL
        VARYING W-MANUAL-INDEX FROM 1 BY 1
          UNTIL W-MANUAL-INDEX GREATER THAN MANUAL-COUNT
             OR FOUND-MANUAL-ACCRUAL.

     IF RNI-ACCRUED
        AND W-RECEIPT-DATE NOT EQUAL ZEROS
        AND W-RECEIPT-DATE NOT GREATER THAN W-YEAR-END-DATE
        MOVE 1 TO WORK-CLASS
     ELSE
        IF FOUND-MANUAL-ACCRUAL
           MOVE 2 TO WORK-CLASS
        ELSE
           MOVE 3 TO WORK-CLASS.

     MOVE VOUCHER-VENDOR       TO WORK-VENDOR.
     MOVE VOUCHER-NUMBER       TO WORK-VOUCHER.
     MOVE W-VOUCHER-SOURCE     TO WORK-SOURCE.
     MOVE VOUCHER-INVOICE      TO WORK-INVOICE.
     MOVE VOUCHER-DATE         TO WORK-INVOICE-DATE.
     MOVE W-RECEIPT-DATE       TO WORK-RECEIPT-DATE.
     MOVE W-ENTERED-DATE       TO WORK-ENTERED-DATE.
     MOVE W-ACTIVITY-PAID-DATE TO WORK-PAID-DATE.
     MOVE VOUCHER-AMOUNT       TO WORK-AMOUNT.
     WRITE WORK-RECORD.
     ADD 1 TO W-VOUCHERS-LISTED.
*>_________________________________________________________________________

MATCH-ONE-MANUAL-ACCRUAL.

     IF MAN-VENDOR (W-MANUAL-INDEX) EQUAL VOUCHER-VENDOR
        MOVE "Y" TO W-FOUND-MANUAL-ACCRUAL.
*>_________________________________________________________________________

READ-NEXT-SORTED-VOUCHER.

     READ SRUL-SORTED-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

LIST-ONE-ACCRUAL-CLASS.

     MOVE SORTED-CLASS TO W-CURRENT-CLASS.
     MOVE ZEROS TO W-CLASS-COUNT.
     MOVE ZEROS TO W-CLASS-AMOUNT.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     IF W-CURRENT-CLASS EQUAL 1
        MOVE "ACCRUED - RECEIVED-NOT-INVOICED (RNI)" TO D-GROUP-CLASS
     ELSE
        IF W-CURRENT-CLASS EQUAL 2
           MOVE "ACCRUED - MANUAL ACCRUAL FOR THE VENDOR" TO D-GROUP-CLASS
        ELSE
           MOVE "NOT ACCRUED AT YEAR END" TO D-GROUP-CLASS.

     MOVE SPACES     TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE GROUP-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM LIST-ONE-VOUCHER UNTIL END-OF-FILE
                                 OR SORTED-CLASS NOT EQUAL W-CURRENT-CLASS.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "TOTAL FOR THE ACCRUAL STATUS" TO D-TOTAL-LABEL.
     MOVE W-CLASS-COUNT  TO D-TOTAL-COUNT.
     MOVE W-CLASS-AMOUNT TO D-TOTAL-AMOUNT.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     IF W-CURRENT-CLASS EQUAL 1
        MOVE W-CLASS-COUNT  TO W-RNI-COUNT
        MOVE W-CLASS-AMOUNT TO W-RNI-AMOUNT
     ELSE
        IF W-CURRENT-CLASS EQUAL 2
           MOVE W-CLASS-COUNT  TO W-MANUAL-ACCR-COUNT
           MOVE W-CLASS-AMOUNT TO W-MANUAL-ACCR-AMOUNT
        ELSE
           MOVE W-CLASS-COUNT  TO W-NOT-ACCRUED-COUNT
           MOVE W-CLASS-AMOUNT TO W-NOT-ACCRUED-AMOUNT.
*>_________________________________________________________________________

LIST-ONE-VOUCHER.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SORTED-VOUCHER TO D-VOUCHER.
     IF SORTED-IS-ARCHIVED
        MOVE "ARC" TO D-SOURCE
     ELSE
        MOVE SPACES TO D-SOURCE.

     MOVE SORTED-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-VENDOR-NAME
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME.

     MOVE SORTED-INVOICE TO D-INVOICE.

     MOVE SORTED-INVOICE-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO D-INVOICE-DATE.
     IF SORTED-INVOICE-DATE EQUAL ZEROS
        MOVE SPACES TO D-INVOICE-DATE.

     MOVE SORTED-RECEIPT-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO D-RECEIPT-DATE.
     IF SORTED-RECEIPT-DATE EQUAL ZEROS
        MOVE SPACES TO D-RECEIPT-DATE.

     MOVE SORTED-ENTERED-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO D-ENTERED-DATE.
     IF SORTED-ENTERED-DATE EQUAL ZEROS
        MOVE SPACES TO D-ENTERED-DATE.

     MOVE SORTED-PAID-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO D-PAID-DATE.
     IF SORTED-PAID-DATE EQUAL ZEROS
        MOVE SPACES TO D-PAID-DATE.

     MOVE SORTED-AMOUNT TO D-AMOUNT.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1             TO W-CLASS-COUNT.
     ADD SORTED-AMOUNT TO W-CLASS-AMOUNT.
     IF SORTED-IS-ARCHIVED
        ADD 1             TO W-ARCHIVE-COUNT
        ADD SORTED-AMOUNT TO W-ARCHIVE-AMOUNT
     ELSE
        ADD 1             TO W-ACTIVE-COUNT
        ADD SORTED-AMOUNT TO W-ACTIVE-AMOUNT.
     ADD SORTED-AMOUNT TO W-GRAND-AMOUNT.

     PERFORM READ-NEXT-SORTED-VOUCHER.
*>_________________________________________________________________________

EDIT-PRINT-DATE.

*>   CCYYMMDD in W-DATE-MM-DD-CCYY comes back as MM/DD/CCYY.

     COMPUTE DUMMY-FOR-DATE-12 = W-DATE-MM-DD-CCYY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-PRINT-DATE.
*>_________________________________________________________________________

PRINT-REPORT-TOTALS.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "SUMMARY FOR THE AUDIT TEAM:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "COVERED BY THE RNI ACCRUAL" TO D-TOTAL-LABEL.
     MOVE W-RNI-COUNT  TO D-TOTAL-COUNT.
     MOVE W-RNI-AMOUNT TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "COVERED BY A MANUAL ACCRUAL" TO D-TOTAL-LABEL.
     MOVE W-MANUAL-ACCR-COUNT  TO D-TOTAL-COUNT.
     MOVE W-MANUAL-ACCR-AMOUNT TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "NOT ACCRUED - POTENTIAL UNRECORDED LIABILITY" TO D-TOTAL-LABEL.
     MOVE W-NOT-ACCRUED-COUNT  TO D-TOTAL-COUNT.
     MOVE W-NOT-ACCRUED-AMOUNT TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "FROM THE VOUCHER FILE" TO D-TOTAL-LABEL.
     MOVE W-ACTIVE-COUNT  TO D-TOTAL-COUNT.
     MOVE W-ACTIVE-AMOUNT TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "FROM THE VOUCHER ARCHIVE" TO D-TOTAL-LABEL.
     MOVE W-ARCHIVE-COUNT  TO D-TOTAL-COUNT.
     MOVE W-ARCHIVE-AMOUNT TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "GRAND TOTAL" TO D-TOTAL-LABEL.
     MOVE W-VOUCHERS-LISTED TO D-TOTAL-COUNT.
     MOVE W-GRAND-AMOUNT    TO D-TOTAL-AMOUNT.
     PERFORM WRITE-TOTAL-LINE.
*>_________________________________________________________________________

WRITE-TOTAL-LINE.

     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
