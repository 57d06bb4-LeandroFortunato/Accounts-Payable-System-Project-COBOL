IDENTIFICATION DIVISION.
PROGRAM-ID. avoidable-cost-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVLFEE.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLVAPPR.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLSYSAUD.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "avoidable-cost-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVLFEE.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDVAPPR.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDSYSAUD.CBL".

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
            05 FILLER              PIC X(28) VALUE SPACES.
            05 FILLER              PIC X(54)
                  VALUE "AVOIDABLE COST - LATE FEES AND FINANCE CHARGES BILLED ".
            05 T-MONTH             PIC 99.
            05 FILLER              PIC X(01) VALUE "/".
            05 T-YEAR              PIC 9(04).
            05 FILLER              PIC X(34) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(44) VALUE "  VOUCHER FEE INVOICE     KIND     ON     OR".
            05 FILLER              PIC X(44) VALUE "IG VCH ORIG. INVOICE   DUE DATE   DAYS LATE ".
            05 FILLER              PIC X(36) VALUE "APPROVER   APPR DAYS          AMOUNT".

         01 HEADING-2.
            05 FILLER              PIC X(44) VALUE "  ======= =============== ======== ====== ==".
            05 FILLER              PIC X(44) VALUE "====== =============== ========== ========= ".
            05 FILLER              PIC X(36) VALUE "========== =========  ==============".

         01 VENDOR-LINE.
            05 FILLER                     PIC X(07) VALUE "VENDOR ".
            05 D-VENDOR-NUMBER            PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(30).

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VOUCHER                  PIC 9(07).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-KIND                     PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LINE                     PIC X(06).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ORIGINAL-VOUCHER         PIC Z(07)9 BLANK WHEN ZERO.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ORIGINAL-INVOICE         PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DUE-DATE                 PIC 99/99/9999 BLANK WHEN ZERO.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DAYS-LATE                PIC Z(08)9 BLANK WHEN ZERO.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-APPROVER                 PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-APPROVAL-DAYS            PIC Z(08)9.
            05 D-APPROVAL-DAYS-X REDEFINES D-APPROVAL-DAYS
                                          PIC X(09).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(108).
            05 D-TOTAL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.

         01 SUMMARY-LINE.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 S-LABEL                    PIC X(30).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 S-COUNT                    PIC ZZ,ZZ9.
            05 FILLER                     PIC X(09) VALUE " FEE(S)  ".
            05 S-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 S-NOTE                     PIC X(40).

*>       The month's fees, loaded in vendor order, each with what the
*>       invoice it penalizes shows about how long it sat unapproved
*>       and how late it was paid.
         01 FEE-TABLE.
            05 FEE-COUNT                  PIC 9(03) VALUE 0.
            05 FEE-ENTRY OCCURS 500 TIMES.
               10 FT-VOUCHER              PIC 9(07).
               10 FT-VENDOR               PIC 9(05).
               10 FT-KIND                 PIC X(01).
                  88 FT-IS-FINANCE-CHARGE   VALUE "F".
               10 FT-GL-LINE              PIC 9(01).
               10 FT-AMOUNT               PIC S9(6)V99.
               10 FT-INVOICE              PIC X(15).
               10 FT-ORIGINAL-VOUCHER     PIC 9(07).
               10 FT-ORIGINAL-INVOICE     PIC X(15).
               10 FT-ORIGINAL-DUE         PIC 9(08).
               10 FT-KEYED-DATE           PIC 9(08).
               10 FT-APPROVER             PIC X(10).
               10 FT-DAYS-LATE            PIC 9(05).
               10 FT-APPROVAL-DAYS        PIC 9(05).
               10 FT-DELAY-BUCKET         PIC 9(01).

         01 APPROVER-TABLE.
            05 APPROVER-COUNT             PIC 9(03) VALUE 0.
            05 APPROVER-ENTRY OCCURS 100 TIMES.
               10 AT-APPROVER             PIC X(10).
               10 AT-FEES                 PIC 9(05).
               10 AT-AMOUNT               PIC S9(9)V99.
               10 AT-DAYS-TOTAL           PIC 9(07).
               10 AT-DAYS-COUNT           PIC 9(05).

*>       Days from the day the penalized invoice was keyed to its
*>       final approval.
         01 DELAY-BUCKET-LABELS.
            05 FILLER PIC X(30) VALUE "APPROVED WITHIN 5 DAYS".
            05 FILLER PIC X(30) VALUE "APPROVED IN 6 TO 15 DAYS".
            05 FILLER PIC X(30) VALUE "APPROVED IN 16 TO 30 DAYS".
            05 FILLER PIC X(30) VALUE "APPROVED IN 31 TO 60 DAYS".
            05 FILLER PIC X(30) VALUE "APPROVED AFTER 60 DAYS".
            05 FILLER PIC X(30) VALUE "STILL WAITING FOR APPROVAL".
            05 FILLER PIC X(30) VALUE "NO APPROVAL DATE ON FILE".
         01 FILLER REDEFINES DELAY-BUCKET-LABELS.
            05 DELAY-BUCKET-LABEL OCCURS 7 TIMES PIC X(30).

         01 DELAY-BUCKET-TABLE.
            05 DELAY-BUCKET-ENTRY OCCURS 7 TIMES.
               10 DB-FEES                 PIC 9(05).
               10 DB-AMOUNT               PIC S9(9)V99.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY                PIC 9(8).
            05 FILLER                     PIC X(13).

         01 W-RUN-DATE                    PIC 9(8).
         01 FILLER REDEFINES W-RUN-DATE.
            05 W-RUN-YEAR                 PIC 9(4).
            05 W-RUN-MONTH                PIC 9(2).
            05 W-RUN-DAY                  PIC 9(2).

         01 W-PRINT-DATE                  PIC 99/99/9999.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-VENDOR-FEES   PIC X.
            88 END-OF-VENDOR-FEES   VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-ORIGINAL       PIC X.
            88 FOUND-ORIGINAL       VALUE "Y".

         01 W-FOUND-APPROVER       PIC X.
            88 FOUND-APPROVER       VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 W-RUN-CCYYMM                  PIC 9(06).
         77 W-FEE-COMPANY                 PIC 9(01).
         77 W-FEE-INDEX                   PIC 9(03).
         77 W-APPROVER-INDEX              PIC 9(03).
         77 W-BUCKET-INDEX                PIC 9(01).
         77 W-FEES-NOT-LOADED             PIC 9(05) VALUE 0.
         77 W-CURRENT-VENDOR              PIC 9(05).
         77 W-FINAL-APPROVAL-DATE         PIC 9(08).
         77 W-APPROVAL-FROM-DATE          PIC 9(08).
         77 W-KEYED-VOUCHER               PIC 9(07).
         77 W-DAYS-FROM                   PIC 9(08).
         77 W-DAYS-TO                     PIC 9(08).
         77 W-DAYS-BETWEEN                PIC 9(05).
         77 W-APPROVER-LABEL              PIC X(10).

         77 W-VENDOR-LATE-FEES            PIC S9(9)V99.
         77 W-VENDOR-FINANCE-CHARGES      PIC S9(9)V99.
         77 W-GRAND-LATE-FEES             PIC S9(9)V99 VALUE 0.
         77 W-GRAND-FINANCE-CHARGES       PIC S9(9)V99 VALUE 0.
         77 W-GRAND-TOTAL                 PIC S9(9)V99 VALUE 0.
         77 W-AVERAGE-DAYS                PIC 9(05).

         77 W-COUNT-EDITED                PIC ZZZZ9.
         77 W-USD-EDITED                  PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-DAYS-EDITED                 PIC ZZZZ9.
         77 DUMMY-FOR-DATE-12             PIC 9(12).
         77 W-DATE-MM-DD-CCYY             PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   What paying late cost in the month: every late fee and finance
*>   charge billed on a voucher dated in the month, by vendor, with
*>   the invoice it penalizes; then the same fees by who approved
*>   that invoice and by how long it waited for approval - the
*>   discount-lost figures' companion for penalties actually paid.

   PERFORM READ-SESSION-COMPANY.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     PERFORM CLEAR-SCREEN.
     DISPLAY "              LATE FEES / AVOIDABLE COST REPORT".
     DISPLAY " ".

     MOVE "ANY DATE IN THE MONTH TO REPORT: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-RUN-DATE.
     COMPUTE W-RUN-CCYYMM = W-RUN-YEAR * 100 + W-RUN-MONTH.
     MOVE W-RUN-MONTH TO T-MONTH.
     MOVE W-RUN-YEAR  TO T-YEAR.

     OPEN INPUT CONTROL-FILE.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     OPEN INPUT VOUCHER-LATE-FEE-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT VOUCHER-APPROVAL-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN OUTPUT PRINTER-FILE.

     PERFORM LOAD-THE-MONTHS-FEES.
     PERFORM FIND-KEYED-DATES.

     INITIALIZE DELAY-BUCKET-TABLE.
     PERFORM FIGURE-ONE-FEE-DELAY
        VARYING W-FEE-INDEX FROM 1 BY 1 UNTIL W-FEE-INDEX GREATER THAN FEE-COUNT.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     IF FEE-COUNT EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE "  *** NO LATE FEES OR FINANCE CHARGES WERE BILLED IN THE MONTH ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 2 TO W-PRINTED-LINES
     ELSE
        MOVE 1 TO W-FEE-INDEX
        PERFORM PRINT-ONE-VENDOR UNTIL W-FEE-INDEX GREATER THAN FEE-COUNT
        PERFORM PRINT-GRAND-TOTALS
        PERFORM PRINT-FEES-BY-APPROVER
        PERFORM PRINT-FEES-BY-DELAY.

     IF W-FEES-NOT-LOADED NOT EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        MOVE W-FEES-NOT-LOADED TO W-COUNT-EDITED
        STRING "  *** " W-COUNT-EDITED " MORE FEE(S) IN THE MONTH DID NOT FIT"
               " THE REPORT AND ARE NOT IN THE TOTALS ***"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 2 TO W-PRINTED-LINES.

     PERFORM FINALIZE-PAGE.

     CLOSE VOUCHER-LATE-FEE-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE VOUCHER-APPROVAL-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "AVOIDABLE-COST" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE FEE-COUNT     TO W-COUNT-EDITED.
     MOVE W-GRAND-TOTAL TO W-USD-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " LATE FEE(S) / FINANCE CHARGE(S), " W-USD-EDITED
             " - SEE avoidable-cost-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LOAD-THE-MONTHS-FEES.

*>   The vendor index brings the fees back vendor by vendor. A fee
*>   keyed before companies were split out counts as company 1.

     MOVE ZEROS TO FEE-COUNT.
     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO LFEE-VENDOR.
     START VOUCHER-LATE-FEE-FILE KEY IS NOT LESS THAN LFEE-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LOAD-ONE-FEE UNTIL END-OF-FILE.
*>_________________________________________________________________________

LOAD-ONE-FEE.

     READ VOUCHER-LATE-FEE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
     END-READ.

     IF NOT END-OF-FILE
        MOVE LFEE-COMPANY TO W-FEE-COMPANY
        IF W-FEE-COMPANY EQUAL ZERO
           MOVE 1 TO W-FEE-COMPANY
        END-IF
        IF W-FEE-COMPANY EQUAL W-SESSION-COMPANY
           AND LFEE-INVOICE-DATE (1:6) EQUAL W-RUN-CCYYMM
           IF FEE-COUNT LESS THAN 500
              ADD 1 TO FEE-COUNT
              INITIALIZE FEE-ENTRY (FEE-COUNT)
              MOVE LFEE-VOUCHER          TO FT-VOUCHER (FEE-COUNT)
              MOVE LFEE-VENDOR           TO FT-VENDOR (FEE-COUNT)
              MOVE LFEE-KIND             TO FT-KIND (FEE-COUNT)
              MOVE LFEE-GL-LINE          TO FT-GL-LINE (FEE-COUNT)
              MOVE LFEE-AMOUNT           TO FT-AMOUNT (FEE-COUNT)
              MOVE LFEE-INVOICE          TO FT-INVOICE (FEE-COUNT)
              MOVE LFEE-ORIGINAL-VOUCHER TO FT-ORIGINAL-VOUCHER (FEE-COUNT)
              MOVE LFEE-ORIGINAL-INVOICE TO FT-ORIGINAL-INVOICE (FEE-COUNT)
           ELSE
              ADD 1 TO W-FEES-NOT-LOADED.
*>_________________________________________________________________________

FIGURE-ONE-FEE-DELAY.

*>   The penalized invoice is looked up on the voucher file, then the
*>   archive. Its approval delay runs from the day it was keyed (its
*>   voucher ADD entry on the audit trail, else its invoice date) to
*>   its final approval, or to today while it still waits; how late it
*>   was paid runs from its due date to the day paid, or to today.
*>   A purged original, or one approved before approvals were
*>   recorded, has no approval date.

     MOVE 7 TO FT-DELAY-BUCKET (W-FEE-INDEX).

     MOVE "N" TO W-FOUND-ORIGINAL.
     IF FT-ORIGINAL-VOUCHER (W-FEE-INDEX) NOT EQUAL ZEROS
        PERFORM LOOK-UP-PENALIZED-VOUCHER.

     IF FOUND-ORIGINAL
        MOVE VOUCHER-DUE         TO FT-ORIGINAL-DUE (W-FEE-INDEX)
        MOVE VOUCHER-APPROVED-BY TO FT-APPROVER (W-FEE-INDEX)

        MOVE VOUCHER-DUE TO W-DAYS-FROM
        IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
           MOVE VOUCHER-PAID-DATE TO W-DAYS-TO
        ELSE
           MOVE W-DAY-TODAY TO W-DAYS-TO
        END-IF
        PERFORM FIGURE-DAYS-BETWEEN
        MOVE W-DAYS-BETWEEN TO FT-DAYS-LATE (W-FEE-INDEX)

        IF FT-KEYED-DATE (W-FEE-INDEX) NOT EQUAL ZEROS
           MOVE FT-KEYED-DATE (W-FEE-INDEX) TO W-APPROVAL-FROM-DATE
        ELSE
           MOVE VOUCHER-DATE TO W-APPROVAL-FROM-DATE
        END-IF

        PERFORM FIND-FINAL-APPROVAL-DATE
        IF W-FINAL-APPROVAL-DATE NOT EQUAL ZEROS
           MOVE W-APPROVAL-FROM-DATE  TO W-DAYS-FROM
           MOVE W-FINAL-APPROVAL-DATE TO W-DAYS-TO
           PERFORM FIGURE-DAYS-BETWEEN
           MOVE W-DAYS-BETWEEN TO FT-APPROVAL-DAYS (W-FEE-INDEX)
           IF W-DAYS-BETWEEN NOT GREATER THAN 5
              MOVE 1 TO FT-DELAY-BUCKET (W-FEE-INDEX)
           ELSE
           IF W-DAYS-BETWEEN NOT GREATER THAN 15
              MOVE 2 TO FT-DELAY-BUCKET (W-FEE-INDEX)
           ELSE
           IF W-DAYS-BETWEEN NOT GREATER THAN 30
              MOVE 3 TO FT-DELAY-BUCKET (W-FEE-INDEX)
           ELSE
           IF W-DAYS-BETWEEN NOT GREATER THAN 60
              MOVE 4 TO FT-DELAY-BUCKET (W-FEE-INDEX)
           ELSE
              MOVE 5 TO FT-DELAY-BUCKET (W-FEE-INDEX)
           END-IF
           END-IF
           END-IF
           END-IF
        ELSE
           IF VOUCHER-IS-ENTERED
              MOVE W-APPROVAL-FROM-DATE TO W-DAYS-FROM
              MOVE W-DAY-TODAY  TO W-DAYS-TO
              PERFORM FIGURE-DAYS-BETWEEN
              MOVE W-DAYS-BETWEEN TO FT-APPROVAL-DAYS (W-FEE-INDEX)
              MOVE 6 TO FT-DELAY-BUCKET (W-FEE-INDEX).

     MOVE FT-DELAY-BUCKET (W-FEE-INDEX) TO W-BUCKET-INDEX.
     ADD 1 TO DB-FEES (W-BUCKET-INDEX).
     ADD FT-AMOUNT (W-FEE-INDEX) TO DB-AMOUNT (W-BUCKET-INDEX).

     PERFORM TALLY-FEE-BY-APPROVER.
*>_________________________________________________________________________

FIND-KEYED-DATES.

*>   When each penalized invoice was keyed, off the voucher ADD entries
*>   on the audit trail (the after image is the voucher record: number
*>   in 1-7). The first ADD for a voucher is the one that counts.

     OPEN INPUT SYSTEM-AUDIT-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

CHECK-NEXT-AUDIT-ENTRY.

     READ SYSTEM-AUDIT-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SYSAUD-RECORD-TYPE EQUAL "VOUCHER"
              AND SYSAUD-IS-ADD
              AND SYSAUD-AFTER-IMAGE (1:7) NUMERIC
              MOVE SYSAUD-AFTER-IMAGE (1:7) TO W-KEYED-VOUCHER
              PERFORM MATCH-KEYED-VOUCHER
                 VARYING W-FEE-INDEX FROM 1 BY 1
                 UNTIL W-FEE-INDEX GREATER THAN FEE-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

MATCH-KEYED-VOUCHER.

     IF FT-ORIGINAL-VOUCHER (W-FEE-INDEX) EQUAL W-KEYED-VOUCHER
        AND FT-KEYED-DATE (W-FEE-INDEX) EQUAL ZEROS
        MOVE SYSAUD-CHANGE-DATE TO FT-KEYED-DATE (W-FEE-INDEX).
*>_________________________________________________________________________

LOOK-UP-PENALIZED-VOUCHER.

     MOVE FT-ORIGINAL-VOUCHER (W-FEE-INDEX) TO VOUCHER-NUMBER.
     MOVE "Y" TO W-FOUND-ORIGINAL.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-ORIGINAL.

     IF NOT FOUND-ORIGINAL
        MOVE FT-ORIGINAL-VOUCHER (W-FEE-INDEX) TO VCARC-VOUCHER-NUMBER
        READ VOUCHER-ARCHIVE-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE VCARC-VOUCHER-IMAGE TO VOUCHER-RECORD
              MOVE "Y" TO W-FOUND-ORIGINAL
        END-READ.
*>_________________________________________________________________________

FIND-FINAL-APPROVAL-DATE.

     MOVE ZEROS TO W-FINAL-APPROVAL-DATE.
     MOVE "N" TO W-END-OF-FILE.
     MOVE VOUCHER-NUMBER TO VAPPR-VOUCHER.
     MOVE ZEROS TO VAPPR-SEQ.
     START VOUCHER-APPROVAL-FILE KEY IS NOT LESS THAN VAPPR-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM READ-NEXT-APPROVAL UNTIL END-OF-FILE.
*>_________________________________________________________________________

READ-NEXT-APPROVAL.

     READ VOUCHER-APPROVAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VAPPR-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              IF VAPPR-IS-FINAL
                 MOVE VAPPR-DATE TO W-FINAL-APPROVAL-DATE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

FIGURE-DAYS-BETWEEN.

*>   Whole days from W-DAYS-FROM to W-DAYS-TO, never below zero.

     MOVE ZEROS TO W-DAYS-BETWEEN.
     IF W-DAYS-FROM NOT EQUAL ZEROS AND W-DAYS-TO NOT EQUAL ZEROS
        AND W-DAYS-TO GREATER THAN W-DAYS-FROM
        AND FUNCTION TEST-DATE-YYYYMMDD (W-DAYS-FROM) EQUAL ZERO
        AND FUNCTION TEST-DATE-YYYYMMDD (W-DAYS-TO) EQUAL ZERO
        COMPUTE W-DAYS-BETWEEN =
                FUNCTION INTEGER-OF-DATE (W-DAYS-TO)
              - FUNCTION INTEGER-OF-DATE (W-DAYS-FROM).
*>_________________________________________________________________________

TALLY-FEE-BY-APPROVER.

*>   The approver of the penalized invoice; spaces when it is not yet
*>   approved or could not be found.

     MOVE FT-APPROVER (W-FEE-INDEX) TO W-APPROVER-LABEL.
     IF W-APPROVER-LABEL EQUAL SPACES
        IF FT-DELAY-BUCKET (W-FEE-INDEX) EQUAL 6
           MOVE "UNAPPROVED" TO W-APPROVER-LABEL
        ELSE
           MOVE "UNKNOWN"    TO W-APPROVER-LABEL.

     MOVE "N" TO W-FOUND-APPROVER.
     PERFORM MATCH-ONE-APPROVER
        VARYING W-APPROVER-INDEX FROM 1 BY 1
          UNTIL W-APPROVER-INDEX GREATER THAN APPROVER-COUNT
             OR FOUND-APPROVER.

     IF FOUND-APPROVER
        SUBTRACT 1 FROM W-APPROVER-INDEX
     ELSE
        IF APPROVER-COUNT LESS THAN 100
           ADD 1 TO APPROVER-COUNT
           MOVE APPROVER-COUNT TO W-APPROVER-INDEX
           MOVE W-APPROVER-LABEL TO AT-APPROVER (W-APPROVER-INDEX)
           MOVE ZEROS TO AT-FEES (W-APPROVER-INDEX) AT-AMOUNT (W-APPROVER-INDEX)
                         AT-DAYS-TOTAL (W-APPROVER-INDEX)
                         AT-DAYS-COUNT (W-APPROVER-INDEX)
        ELSE
           MOVE ZEROS TO W-APPROVER-INDEX.

     IF W-APPROVER-INDEX NOT EQUAL ZEROS
        ADD 1 TO AT-FEES (W-APPROVER-INDEX)
        ADD FT-AMOUNT (W-FEE-INDEX) TO AT-AMOUNT (W-APPROVER-INDEX)
        IF FT-DELAY-BUCKET (W-FEE-INDEX) LESS THAN 6
           ADD FT-APPROVAL-DAYS (W-FEE-INDEX) TO AT-DAYS-TOTAL (W-APPROVER-INDEX)
           ADD 1 TO AT-DAYS-COUNT (W-APPROVER-INDEX).
*>_________________________________________________________________________

MATCH-ONE-APPROVER.

     IF AT-APPROVER (W-APPROVER-INDEX) EQUAL W-APPROVER-LABEL
        MOVE "Y" TO W-FOUND-APPROVER.
*>_________________________________________________________________________

PRINT-ONE-VENDOR.

     MOVE FT-VENDOR (W-FEE-INDEX) TO W-CURRENT-VENDOR.
     MOVE ZEROS TO W-VENDOR-LATE-FEES W-VENDOR-FINANCE-CHARGES.

     IF W-PRINTED-LINES GREATER THAN 45
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

     MOVE "N" TO W-END-OF-VENDOR-FEES.
     PERFORM PRINT-ONE-FEE-LINE UNTIL END-OF-VENDOR-FEES.

     MOVE SPACES TO TOTAL-LINE.
     MOVE W-VENDOR-LATE-FEES TO W-USD-EDITED.
     STRING "TOTAL VENDOR " W-CURRENT-VENDOR " - LATE FEES " W-USD-EDITED
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     MOVE W-VENDOR-FINANCE-CHARGES TO W-USD-EDITED.
     STRING "  FINANCE CHARGES " W-USD-EDITED
       DELIMITED BY SIZE INTO D-TOTAL-LABEL (48:33)
     END-STRING.
     COMPUTE D-TOTAL-AMOUNT = W-VENDOR-LATE-FEES + W-VENDOR-FINANCE-CHARGES.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD W-VENDOR-LATE-FEES       TO W-GRAND-LATE-FEES.
     ADD W-VENDOR-FINANCE-CHARGES TO W-GRAND-FINANCE-CHARGES.
*>_________________________________________________________________________

PRINT-ONE-FEE-LINE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE FT-VOUCHER (W-FEE-INDEX) TO D-VOUCHER.
     MOVE FT-INVOICE (W-FEE-INDEX) TO D-INVOICE.
     IF FT-IS-FINANCE-CHARGE (W-FEE-INDEX)
        MOVE "FIN CHG"  TO D-KIND
        ADD FT-AMOUNT (W-FEE-INDEX) TO W-VENDOR-FINANCE-CHARGES
     ELSE
        MOVE "LATE FEE" TO D-KIND
        ADD FT-AMOUNT (W-FEE-INDEX) TO W-VENDOR-LATE-FEES.
     IF FT-GL-LINE (W-FEE-INDEX) EQUAL ZERO
        MOVE "WHOLE"  TO D-LINE
     ELSE
        MOVE SPACES   TO D-LINE
        STRING "LINE " FT-GL-LINE (W-FEE-INDEX)
          DELIMITED BY SIZE INTO D-LINE
        END-STRING.
     MOVE FT-ORIGINAL-VOUCHER (W-FEE-INDEX) TO D-ORIGINAL-VOUCHER.
     MOVE FT-ORIGINAL-INVOICE (W-FEE-INDEX) TO D-ORIGINAL-INVOICE.
     IF FT-ORIGINAL-DUE (W-FEE-INDEX) EQUAL ZEROS
        MOVE ZEROS TO D-DUE-DATE
     ELSE
        MOVE FT-ORIGINAL-DUE (W-FEE-INDEX) TO W-DATE-MM-DD-CCYY
        PERFORM EDIT-PRINT-DATE
        MOVE W-PRINT-DATE TO D-DUE-DATE.
     MOVE FT-DAYS-LATE (W-FEE-INDEX) TO D-DAYS-LATE.

     MOVE FT-DELAY-BUCKET (W-FEE-INDEX) TO W-BUCKET-INDEX.
     MOVE FT-APPROVER (W-FEE-INDEX) TO D-APPROVER.
     IF W-BUCKET-INDEX EQUAL 6
        MOVE "UNAPPROVED" TO D-APPROVER.
     IF W-BUCKET-INDEX EQUAL 7
        MOVE SPACES TO D-APPROVAL-DAYS-X
     ELSE
        MOVE FT-APPROVAL-DAYS (W-FEE-INDEX) TO D-APPROVAL-DAYS.
     MOVE FT-AMOUNT (W-FEE-INDEX) TO D-AMOUNT.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1 TO W-FEE-INDEX.
     IF W-FEE-INDEX GREATER THAN FEE-COUNT
        MOVE "Y" TO W-END-OF-VENDOR-FEES
     ELSE
     IF FT-VENDOR (W-FEE-INDEX) NOT EQUAL W-CURRENT-VENDOR
        MOVE "Y" TO W-END-OF-VENDOR-FEES.
*>_________________________________________________________________________

PRINT-GRAND-TOTALS.

     COMPUTE W-GRAND-TOTAL = W-GRAND-LATE-FEES + W-GRAND-FINANCE-CHARGES.

     MOVE SPACES TO TOTAL-LINE.
     MOVE W-GRAND-LATE-FEES TO W-USD-EDITED.
     STRING "ALL VENDORS  - LATE FEES " W-USD-EDITED
       DELIMITED BY SIZE INTO D-TOTAL-LABEL
     END-STRING.
     MOVE W-GRAND-FINANCE-CHARGES TO W-USD-EDITED.
     STRING "  FINANCE CHARGES " W-USD-EDITED
       DELIMITED BY SIZE INTO D-TOTAL-LABEL (48:33)
     END-STRING.
     MOVE W-GRAND-TOTAL TO D-TOTAL-AMOUNT.

     MOVE SPACES     TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-FEES-BY-APPROVER.

*>   Who approved the invoices that drew the fees, and how many days
*>   those invoices waited for them on average.

     IF W-PRINTED-LINES GREATER THAN 40
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "LATE FEES BY APPROVER OF THE PENALIZED INVOICE:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-ONE-APPROVER-LINE
        VARYING W-APPROVER-INDEX FROM 1 BY 1
          UNTIL W-APPROVER-INDEX GREATER THAN APPROVER-COUNT.
*>_________________________________________________________________________

PRINT-ONE-APPROVER-LINE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE AT-APPROVER (W-APPROVER-INDEX) TO S-LABEL.
     MOVE AT-FEES (W-APPROVER-INDEX)     TO S-COUNT.
     MOVE AT-AMOUNT (W-APPROVER-INDEX)   TO S-AMOUNT.
     MOVE SPACES TO S-NOTE.
     IF AT-DAYS-COUNT (W-APPROVER-INDEX) NOT EQUAL ZEROS
        COMPUTE W-AVERAGE-DAYS ROUNDED =
                AT-DAYS-TOTAL (W-APPROVER-INDEX) / AT-DAYS-COUNT (W-APPROVER-INDEX)
        MOVE W-AVERAGE-DAYS TO W-DAYS-EDITED
        STRING "AVERAGE " W-DAYS-EDITED " DAYS TO APPROVE"
          DELIMITED BY SIZE INTO S-NOTE
        END-STRING.

     MOVE SUMMARY-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-FEES-BY-DELAY.

     IF W-PRINTED-LINES GREATER THAN 40
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "LATE FEES BY HOW LONG THE PENALIZED INVOICE WAITED FOR APPROVAL:"
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-ONE-DELAY-LINE
        VARYING W-BUCKET-INDEX FROM 1 BY 1 UNTIL W-BUCKET-INDEX GREATER THAN 7.
*>_________________________________________________________________________

PRINT-ONE-DELAY-LINE.

     IF DB-FEES (W-BUCKET-INDEX) NOT EQUAL ZEROS
        MOVE DELAY-BUCKET-LABEL (W-BUCKET-INDEX) TO S-LABEL
        MOVE DB-FEES (W-BUCKET-INDEX)            TO S-COUNT
        MOVE DB-AMOUNT (W-BUCKET-INDEX)          TO S-AMOUNT
        MOVE SPACES TO S-NOTE
        MOVE SUMMARY-LINE TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
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
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
