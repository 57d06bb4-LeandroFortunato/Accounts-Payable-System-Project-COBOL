IDENTIFICATION DIVISION.
PROGRAM-ID. unapplied-deposits-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVDEP.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "unapplied-deposits.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVDEP.CBL".
         COPY "FDVND02.CBL".
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

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "UNAPPLIED VENDOR DEPOSITS - AGING".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(08) VALUE "DEP VCH ".
            05 FILLER              PIC X(06) VALUE "VEND  ".
            05 FILLER              PIC X(21) VALUE "VENDOR NAME".
            05 FILLER              PIC X(16) VALUE "DEPOSIT INVOICE".
            05 FILLER              PIC X(12) VALUE "    DEPOSIT ".
            05 FILLER              PIC X(12) VALUE "  UNAPPLIED ".
            05 FILLER              PIC X(05) VALUE " DAYS".
            05 FILLER              PIC X(44) VALUE "     0 - 30    31 - 60    61 - 90    OVER 90".

         01 HEADING-2.
            05 FILLER              PIC X(08) VALUE "======= ".
            05 FILLER              PIC X(06) VALUE "===== ".
            05 FILLER              PIC X(21) VALUE "==================== ".
            05 FILLER              PIC X(16) VALUE "=============== ".
            05 FILLER              PIC X(12) VALUE "=========== ".
            05 FILLER              PIC X(12) VALUE "=========== ".
            05 FILLER              PIC X(05) VALUE "=====".
            05 FILLER              PIC X(44) VALUE " ========== ========== ========== ==========".

         01 DETAIL-1.
            05 D-DEPOSIT-VOUCHER          PIC ZZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR                   PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DEPOSIT                  PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-UNAPPLIED                PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DAYS                     PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUCKET-1                 PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUCKET-2                 PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUCKET-3                 PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUCKET-4                 PIC ZZ,ZZ9.99-.

*>   Totals kept apart for deposits no invoice has touched yet - the
*>   ones most likely forgotten when the final bill comes in - and
*>   for deposits a final invoice has already taken part of.

         01 AGING-TOTALS.
            05 AGING-TOTAL OCCURS 2 TIMES.
               10 AGT-COUNT               PIC 9(05).
               10 AGT-DEPOSIT             PIC S9(9)V99.
               10 AGT-UNAPPLIED           PIC S9(9)V99.
               10 AGT-BUCKET              PIC S9(9)V99 OCCURS 4 TIMES.

         01 TOTAL-DETAIL.
            05 TD-LABEL                   PIC X(40).
            05 TD-COUNT                   PIC ZZZZ9.
            05 FILLER                     PIC X(06) VALUE SPACES.
            05 TD-DEPOSIT                 PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 TD-UNAPPLIED               PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(07) VALUE SPACES.
            05 TD-BUCKET-1                PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 TD-BUCKET-2                PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 TD-BUCKET-3                PIC ZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 TD-BUCKET-4                PIC ZZ,ZZ9.99-.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 30 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY                PIC 9(8).
            05 FILLER                     PIC X(1).
            05 W-PIECE-OF-TIME-NOW        PIC 9(5).
            05 FILLER                     PIC X(7).

         77 W-UNAPPLIED            PIC S9(6)V99.
         77 W-DAYS-OUTSTANDING     PIC S9(5).
         77 W-BUCKET-INDEX         PIC 9.
         77 W-TOTAL-INDEX          PIC 9.
         77 W-DEPOSITS-LISTED      PIC 9(6) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT VENDOR-DEPOSIT-FILE.
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

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     INITIALIZE AGING-TOTALS.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VDEP-KEY.
     START VENDOR-DEPOSIT-FILE KEY IS NOT LESS THAN VDEP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM AGE-NEXT-DEPOSIT UNTIL END-OF-FILE.

     PERFORM PRINT-AGING-TOTALS.
     PERFORM FINALIZE-PAGE.

     CLOSE VENDOR-DEPOSIT-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "DEP-AGING" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-DEPOSITS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " DEPOSIT(S) NOT YET APPLIED - SEE unapplied-deposits.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

AGE-NEXT-DEPOSIT.

*>   Only the deposit records themselves (seq 00) that are still OPEN;
*>   the rows recording what each invoice took are passed over.

     READ VENDOR-DEPOSIT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VDEP-SEQ EQUAL ZEROS AND VDEP-IS-OPEN
              AND VDEP-COMPANY EQUAL W-SESSION-COMPANY
              PERFORM AGE-ONE-DEPOSIT
           END-IF
     END-READ.
*>_________________________________________________________________________

AGE-ONE-DEPOSIT.

*>   Aged from the deposit's own invoice date: the longer a deposit
*>   waits, the likelier its final invoice was paid in full.

     IF VDEP-APPLIED-TOTAL EQUAL ZEROS
        MOVE 1 TO W-TOTAL-INDEX
     ELSE
        MOVE 2 TO W-TOTAL-INDEX.

     COMPUTE W-UNAPPLIED = VDEP-AMOUNT - VDEP-APPLIED-TOTAL.

     COMPUTE W-DAYS-OUTSTANDING = FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
                                - FUNCTION INTEGER-OF-DATE(VDEP-DATE).

     IF W-DAYS-OUTSTANDING GREATER THAN 90
        MOVE 4 TO W-BUCKET-INDEX
     ELSE
     IF W-DAYS-OUTSTANDING GREATER THAN 60
        MOVE 3 TO W-BUCKET-INDEX
     ELSE
     IF W-DAYS-OUTSTANDING GREATER THAN 30
        MOVE 2 TO W-BUCKET-INDEX
     ELSE
        MOVE 1 TO W-BUCKET-INDEX.

     PERFORM PRINT-ONE-DEPOSIT.

     ADD 1           TO AGT-COUNT (W-TOTAL-INDEX).
     ADD VDEP-AMOUNT TO AGT-DEPOSIT (W-TOTAL-INDEX).
     ADD W-UNAPPLIED TO AGT-UNAPPLIED (W-TOTAL-INDEX).
     ADD W-UNAPPLIED TO AGT-BUCKET (W-TOTAL-INDEX, W-BUCKET-INDEX).
     ADD 1 TO W-DEPOSITS-LISTED.
*>_________________________________________________________________________

PRINT-ONE-DEPOSIT.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE VDEP-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     MOVE VDEP-DEPOSIT-VOUCHER TO D-DEPOSIT-VOUCHER.
     MOVE VDEP-VENDOR          TO D-VENDOR.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-VENDOR-NAME
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME.
     MOVE VDEP-INVOICE         TO D-INVOICE.

     MOVE VDEP-AMOUNT        TO D-DEPOSIT.
     MOVE W-UNAPPLIED        TO D-UNAPPLIED.
     MOVE W-DAYS-OUTSTANDING TO D-DAYS.
     MOVE ZEROS TO D-BUCKET-1 D-BUCKET-2 D-BUCKET-3 D-BUCKET-4.
     IF W-BUCKET-INDEX EQUAL 1
        MOVE W-UNAPPLIED TO D-BUCKET-1.
     IF W-BUCKET-INDEX EQUAL 2
        MOVE W-UNAPPLIED TO D-BUCKET-2.
     IF W-BUCKET-INDEX EQUAL 3
        MOVE W-UNAPPLIED TO D-BUCKET-3.
     IF W-BUCKET-INDEX EQUAL 4
        MOVE W-UNAPPLIED TO D-BUCKET-4.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-AGING-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "NO FINAL INVOICE YET:" TO TD-LABEL.
     MOVE 1 TO W-TOTAL-INDEX.
     PERFORM PRINT-ONE-AGING-TOTAL.

     MOVE "PARTLY TAKEN BY A FINAL INVOICE:" TO TD-LABEL.
     MOVE 2 TO W-TOTAL-INDEX.
     PERFORM PRINT-ONE-AGING-TOTAL.
*>_________________________________________________________________________

PRINT-ONE-AGING-TOTAL.

     MOVE AGT-COUNT (W-TOTAL-INDEX)         TO TD-COUNT.
     MOVE AGT-DEPOSIT (W-TOTAL-INDEX)       TO TD-DEPOSIT.
     MOVE AGT-UNAPPLIED (W-TOTAL-INDEX)     TO TD-UNAPPLIED.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 1)     TO TD-BUCKET-1.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 2)     TO TD-BUCKET-2.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 3)     TO TD-BUCKET-3.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 4)     TO TD-BUCKET-4.
     MOVE TOTAL-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
