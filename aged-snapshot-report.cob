IDENTIFICATION DIVISION.
PROGRAM-ID. aged-snapshot-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLAGESNP.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "aged-snapshot-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT SNAPSHOT-WORK-FILE
                ASSIGN TO "agesnp-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SNAPSHOT-SORT-FILE
                ASSIGN TO "agesnp-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDAGESNP.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

         FD SNAPSHOT-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD.
            05 WORK-YEAR              PIC 9(04).
            05 WORK-PERIOD            PIC 9(02).
            05 WORK-COMPANY           PIC 9(01).
            05 WORK-VOUCHER           PIC 9(07).
            05 WORK-AS-OF-DATE        PIC 9(08).
            05 WORK-VENDOR            PIC 9(05).
            05 WORK-INVOICE           PIC X(15).
            05 WORK-VOUCHER-DATE      PIC 9(08).
            05 WORK-DUE-DATE          PIC 9(08).
            05 WORK-AMOUNT-OPEN       PIC S9(6)V99.
            05 WORK-DAYS-PAST-DUE     PIC S9(05).
            05 WORK-BUCKET            PIC 9(01).
            05 WORK-TAKEN-DATE        PIC 9(08).

        SD SNAPSHOT-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-YEAR              PIC 9(04).
            05 SORT-PERIOD            PIC 9(02).
            05 SORT-COMPANY           PIC 9(01).
            05 SORT-VOUCHER           PIC 9(07).
            05 SORT-AS-OF-DATE        PIC 9(08).
            05 SORT-VENDOR            PIC 9(05).
            05 SORT-INVOICE           PIC X(15).
            05 SORT-VOUCHER-DATE      PIC 9(08).
            05 SORT-DUE-DATE          PIC 9(08).
            05 SORT-AMOUNT-OPEN       PIC S9(6)V99.
            05 SORT-DAYS-PAST-DUE     PIC S9(05).
            05 SORT-BUCKET            PIC 9(01).
            05 SORT-TAKEN-DATE        PIC 9(08).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(31) VALUE "AGED TRIAL BALANCE AS OF CLOSE ".
            05 T-AS-OF-DATE        PIC 99/99/9999.
            05 FILLER              PIC X(09) VALUE " - PERIOD".
            05 T-YEAR              PIC 9(04).
            05 FILLER              PIC X(01) VALUE "/".
            05 T-PERIOD            PIC 9(02).
            05 FILLER              PIC X(18) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(43) VALUE "  VOUCHER INVOICE         DUE DATE    DAYS ".
            05 FILLER              PIC X(48) VALUE "        CURRENT       1-30 DAYS      31-60 DAYS ".
            05 FILLER              PIC X(32) VALUE "     61-90 DAYS    OVER 90 DAYS".

         01 HEADING-2.
            05 FILLER              PIC X(43) VALUE "  ======= =============== ========== ===== ".
            05 FILLER              PIC X(48) VALUE "=============== =============== =============== ".
            05 FILLER              PIC X(32) VALUE "=============== ===============".

         01 VENDOR-LINE.
            05 FILLER                     PIC X(07) VALUE "VENDOR ".
            05 D-VENDOR-NUMBER            PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(30).

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VOUCHER                  PIC ZZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DUE-DATE                 PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DAYS                     PIC ----9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUCKET-COLUMN OCCURS 5 TIMES.
               10 D-BUCKET-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
               10 FILLER                  PIC X(01).

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(40).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-TOTAL-COLUMN OCCURS 5 TIMES.
               10 D-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER                  PIC X(01).

         01 TIE-OUT-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TIE-LABEL                PIC X(45).
            05 D-TIE-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-SNAPSHOT       PIC X.
            88 FOUND-SNAPSHOT     VALUE "Y".

         01 W-FOUND-PERIOD-SUMMARY PIC X.
            88 FOUND-PERIOD-SUMMARY VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VENDOR-BUCKET-TABLE.
            05 W-VENDOR-BUCKET-TOTAL OCCURS 5 TIMES PIC S9(9)V99.

         01 W-GRAND-BUCKET-TABLE.
            05 W-GRAND-BUCKET-TOTAL  OCCURS 5 TIMES PIC S9(9)V99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-FISCAL-YEAR      PIC 9(04).
         77 ENTRY-FISCAL-PERIOD    PIC 9(02).

         77 W-BUCKET-INDEX         PIC 9(01).
         77 W-CURRENT-VENDOR       PIC 9(05).
         77 W-AS-OF-DATE           PIC 9(08).
         77 W-VOUCHERS-LISTED      PIC 9(06) VALUE 0.
         77 W-COMPANY-TOTAL        PIC S9(11)V99 VALUE 0.
         77 W-ALL-COMPANIES-TOTAL  PIC S9(11)V99 VALUE 0.
         77 W-PERIOD-CLOSING-AP    PIC S9(11)V99 VALUE 0.
         77 W-TIE-OUT-DIFFERENCE   PIC S9(11)V99 VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Reprints the aged trial balance exactly as it stood when a period
*>   was closed, from the snapshot ap-period-close saved, vendor by
*>   vendor with the five aging buckets; then ties the total back to
*>   the period summary (PERBAL) of that period.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "            AGED TRIAL BALANCE AS OF A CLOSED PERIOD".
     DISPLAY " ".
     DISPLAY "FISCAL YEAR OF THE CLOSED PERIOD (YYYY): ".
     MOVE ZEROS TO ENTRY-FISCAL-YEAR.
     ACCEPT ENTRY-FISCAL-YEAR.
     DISPLAY "FISCAL PERIOD (PP): ".
     MOVE ZEROS TO ENTRY-FISCAL-PERIOD.
     ACCEPT ENTRY-FISCAL-PERIOD.

     PERFORM LOOK-FOR-THE-SNAPSHOT.

     IF NOT FOUND-SNAPSHOT
        DISPLAY " "
        DISPLAY "*** NO AGED SNAPSHOT FOR PERIOD " ENTRY-FISCAL-YEAR "/" ENTRY-FISCAL-PERIOD
                " - ONE IS SAVED EACH TIME AP PERIOD CLOSE RUNS ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
        EXIT PROGRAM
        STOP RUN.

     SORT SNAPSHOT-SORT-FILE
        ON ASCENDING KEY SORT-VENDOR SORT-DUE-DATE SORT-VOUCHER
        USING AGED-SNAPSHOT-FILE
        GIVING SNAPSHOT-WORK-FILE.

     OPEN INPUT SNAPSHOT-WORK-FILE.
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

     COMPUTE DUMMY-FOR-DATE-12 = W-AS-OF-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY   TO T-AS-OF-DATE.
     MOVE ENTRY-FISCAL-YEAR   TO T-YEAR.
     MOVE ENTRY-FISCAL-PERIOD TO T-PERIOD.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     INITIALIZE W-GRAND-BUCKET-TABLE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-NEXT-COMPANY-SNAPSHOT.
     PERFORM LIST-ONE-VENDOR UNTIL END-OF-FILE.

     MOVE "GRAND TOTAL" TO D-TOTAL-LABEL.
     PERFORM MOVE-GRAND-BUCKET-TOTAL
             VARYING W-BUCKET-INDEX FROM 1 BY 1
             UNTIL W-BUCKET-INDEX GREATER THAN 5.
     MOVE SPACES     TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-TIE-OUT-TO-PERIOD-SUMMARY.
     PERFORM FINALIZE-PAGE.

     CLOSE SNAPSHOT-WORK-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "AGED-SNAPSHOT" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-VOUCHERS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " OPEN VOUCHER(S) AS OF THE CLOSE - SEE aged-snapshot-report.prn".
     IF W-TIE-OUT-DIFFERENCE EQUAL ZEROS
        DISPLAY "THE SNAPSHOT TIES TO THE PERIOD SUMMARY."
     ELSE
        DISPLAY "*** THE SNAPSHOT DOES NOT TIE TO THE PERIOD SUMMARY - SEE THE REPORT ! ***".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LOOK-FOR-THE-SNAPSHOT.

*>   Any record for the period and company will do - they all carry
*>   the cutoff the period was closed through.

     MOVE "N" TO W-FOUND-SNAPSHOT.
     OPEN INPUT AGED-SNAPSHOT-FILE.

     MOVE ENTRY-FISCAL-YEAR   TO AGESNP-YEAR.
     MOVE ENTRY-FISCAL-PERIOD TO AGESNP-PERIOD.
     MOVE W-SESSION-COMPANY   TO AGESNP-COMPANY.
     MOVE ZEROS               TO AGESNP-VOUCHER.
     START AGED-SNAPSHOT-FILE KEY IS NOT LESS THAN AGESNP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE
        NOT INVALID KEY
           READ AGED-SNAPSHOT-FILE NEXT RECORD
              NOT AT END
                 IF AGESNP-YEAR       EQUAL ENTRY-FISCAL-YEAR
                    AND AGESNP-PERIOD  EQUAL ENTRY-FISCAL-PERIOD
                    AND AGESNP-COMPANY EQUAL W-SESSION-COMPANY
                    MOVE "Y" TO W-FOUND-SNAPSHOT
                    MOVE AGESNP-AS-OF-DATE TO W-AS-OF-DATE
                 END-IF
           END-READ
     END-START.

     CLOSE AGED-SNAPSHOT-FILE.
*>_________________________________________________________________________

READ-NEXT-COMPANY-SNAPSHOT.

     PERFORM READ-WORK-NEXT-RECORD.
     PERFORM READ-WORK-NEXT-RECORD UNTIL END-OF-FILE
        OR (WORK-YEAR    EQUAL ENTRY-FISCAL-YEAR
            AND WORK-PERIOD  EQUAL ENTRY-FISCAL-PERIOD
            AND WORK-COMPANY EQUAL W-SESSION-COMPANY).
*>_________________________________________________________________________

READ-WORK-NEXT-RECORD.

*>   The period summary is kept for all companies together, so the
*>   tie-out needs every company's snapshot of the period.

     READ SNAPSHOT-WORK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF WORK-YEAR EQUAL ENTRY-FISCAL-YEAR
              AND WORK-PERIOD EQUAL ENTRY-FISCAL-PERIOD
              ADD WORK-AMOUNT-OPEN TO W-ALL-COMPANIES-TOTAL
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-VENDOR.

     MOVE WORK-VENDOR TO W-CURRENT-VENDOR.
     INITIALIZE W-VENDOR-BUCKET-TABLE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE W-CURRENT-VENDOR TO D-VENDOR-NUMBER.
     MOVE W-CURRENT-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-VENDOR-NAME
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME.

     MOVE SPACES      TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE VENDOR-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM LIST-ONE-SNAPSHOT-VOUCHER UNTIL END-OF-FILE
                                          OR WORK-VENDOR NOT EQUAL W-CURRENT-VENDOR.

     MOVE SPACES TO D-TOTAL-LABEL.
     STRING "TOTAL VENDOR " W-CURRENT-VENDOR
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     PERFORM MOVE-VENDOR-BUCKET-TOTAL
             VARYING W-BUCKET-INDEX FROM 1 BY 1
             UNTIL W-BUCKET-INDEX GREATER THAN 5.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

LIST-ONE-SNAPSHOT-VOUCHER.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE WORK-VOUCHER       TO D-VOUCHER.
     MOVE WORK-INVOICE       TO D-INVOICE.
     COMPUTE DUMMY-FOR-DATE-12 = WORK-DUE-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12  TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY  TO D-DUE-DATE.
     MOVE WORK-DAYS-PAST-DUE TO D-DAYS.

     PERFORM CLEAR-ONE-BUCKET-COLUMN
             VARYING W-BUCKET-INDEX FROM 1 BY 1
             UNTIL W-BUCKET-INDEX GREATER THAN 5.
     MOVE WORK-BUCKET TO W-BUCKET-INDEX.
     IF W-BUCKET-INDEX LESS THAN 1 OR W-BUCKET-INDEX GREATER THAN 5
        MOVE 5 TO W-BUCKET-INDEX.
     MOVE WORK-AMOUNT-OPEN TO D-BUCKET-AMOUNT (W-BUCKET-INDEX).

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD WORK-AMOUNT-OPEN TO W-VENDOR-BUCKET-TOTAL (W-BUCKET-INDEX).
     ADD WORK-AMOUNT-OPEN TO W-GRAND-BUCKET-TOTAL (W-BUCKET-INDEX).
     ADD WORK-AMOUNT-OPEN TO W-COMPANY-TOTAL.
     ADD 1                TO W-VOUCHERS-LISTED.

     PERFORM READ-NEXT-COMPANY-SNAPSHOT.
*>_________________________________________________________________________

CLEAR-ONE-BUCKET-COLUMN.

     MOVE ZEROS TO D-BUCKET-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

MOVE-VENDOR-BUCKET-TOTAL.

     MOVE W-VENDOR-BUCKET-TOTAL (W-BUCKET-INDEX) TO D-TOTAL-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

MOVE-GRAND-BUCKET-TOTAL.

     MOVE W-GRAND-BUCKET-TOTAL (W-BUCKET-INDEX) TO D-TOTAL-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

PRINT-TIE-OUT-TO-PERIOD-SUMMARY.

*>   Closing AP of the period summary = opening + new vouchers -
*>   payments, for all companies together. A difference usually means
*>   the summaries need the rebuild in period balance summary, or that
*>   another company has not closed the period yet.

     MOVE "N" TO W-FOUND-PERIOD-SUMMARY.
     OPEN INPUT PERIOD-BALANCE-FILE.
     MOVE ENTRY-FISCAL-YEAR   TO PERBAL-YEAR.
     MOVE ENTRY-FISCAL-PERIOD TO PERBAL-PERIOD.
     READ PERIOD-BALANCE-FILE RECORD
        NOT INVALID KEY
           MOVE "Y" TO W-FOUND-PERIOD-SUMMARY
           COMPUTE W-PERIOD-CLOSING-AP = PERBAL-OPENING-AP
                                       + PERBAL-NEW-VOUCHERS
                                       - PERBAL-PAYMENTS.
     CLOSE PERIOD-BALANCE-FILE.

     COMPUTE W-TIE-OUT-DIFFERENCE = W-ALL-COMPANIES-TOTAL - W-PERIOD-CLOSING-AP.

     IF W-PRINTED-LINES GREATER THAN 42
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
     MOVE "TIE-OUT TO THE PERIOD SUMMARY" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "=============================" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "SNAPSHOT TOTAL - THIS COMPANY" TO D-TIE-LABEL.
     MOVE W-COMPANY-TOTAL TO D-TIE-AMOUNT.
     MOVE TIE-OUT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "SNAPSHOT TOTAL - ALL COMPANIES" TO D-TIE-LABEL.
     MOVE W-ALL-COMPANIES-TOTAL TO D-TIE-AMOUNT.
     MOVE TIE-OUT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     IF FOUND-PERIOD-SUMMARY
        MOVE "PERIOD SUMMARY CLOSING AP - ALL COMPANIES" TO D-TIE-LABEL
        MOVE W-PERIOD-CLOSING-AP TO D-TIE-AMOUNT
        MOVE TIE-OUT-LINE TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
     ELSE
        MOVE "  ** NO PERIOD SUMMARY ON FILE FOR THIS PERIOD **" TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "DIFFERENCE" TO D-TIE-LABEL.
     MOVE W-TIE-OUT-DIFFERENCE TO D-TIE-AMOUNT.
     MOVE TIE-OUT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 2.

     IF W-TIE-OUT-DIFFERENCE EQUAL ZEROS
        MOVE "  THE SNAPSHOT TIES TO THE PERIOD SUMMARY." TO PRINTER-RECORD
     ELSE
        MOVE "  *** DOES NOT TIE - REBUILD THE PERIOD SUMMARIES OR CLOSE THE PERIOD FOR EVERY COMPANY ***"
          TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 10 TO W-PRINTED-LINES.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
