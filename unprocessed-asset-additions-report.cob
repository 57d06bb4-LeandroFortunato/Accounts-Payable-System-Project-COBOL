IDENTIFICATION DIVISION.
PROGRAM-ID. unprocessed-asset-additions-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLFAADD.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "unprocessed-asset-additions.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDFAADD.CBL".
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
            05 FILLER              PIC X(45) VALUE "UNPROCESSED ASSET ADDITIONS".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(61) VALUE "VOUCHER L VENDOR               GL ACCOUNT ASSET DESCRIPTION  ".
            05 FILLER              PIC X(61) VALUE "            LOCATION        LIFE      AMOUNT ENTERED     DAYS".

         01 HEADING-2.
            05 FILLER              PIC X(61) VALUE "======= = ==================== ========== ===================".
            05 FILLER              PIC X(61) VALUE "=========== =============== ==== =========== ========== =====".

         01 DETAIL-1.
            05 D-VOUCHER                  PIC ZZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LINE                     PIC 9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-GL-ACCOUNT               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DESCRIPTION              PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LOCATION                 PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-USEFUL-LIFE              PIC ZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-AMOUNT                   PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CREATED-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-DAYS                     PIC ZZZZ9.

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

         77 W-DAYS-WAITING         PIC S9(5).
         77 W-ADDITIONS-LISTED     PIC 9(6) VALUE 0.
         77 W-ADDITIONS-TOTAL      PIC S9(9)V99 VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 W-AMOUNT-EDITED        PIC ZZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT ASSET-ADDITION-FILE.
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

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO FAADD-KEY.
     START ASSET-ADDITION-FILE KEY IS NOT LESS THAN FAADD-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-ASSET-ADDITION UNTIL END-OF-FILE.

     PERFORM PRINT-ADDITIONS-TOTAL.
     PERFORM FINALIZE-PAGE.

     CLOSE ASSET-ADDITION-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "FA-UNPROC" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-ADDITIONS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " ADDITION(S) NOT YET SENT - SEE unprocessed-asset-additions.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LIST-NEXT-ASSET-ADDITION.

*>   Still NEW means the nightly feed has not handed it to the
*>   fixed-asset system yet.

     READ ASSET-ADDITION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF FAADD-IS-NEW
              AND (FAADD-COMPANY EQUAL W-SESSION-COMPANY
                   OR (FAADD-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              PERFORM LIST-ONE-ASSET-ADDITION
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-ASSET-ADDITION.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE FAADD-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO D-VENDOR-NAME
     ELSE
        MOVE "* VENDOR NOT FOUND *" TO D-VENDOR-NAME.

     MOVE FAADD-VOUCHER     TO D-VOUCHER.
     MOVE FAADD-LINE        TO D-LINE.
     MOVE FAADD-GL-ACCOUNT  TO D-GL-ACCOUNT.
     MOVE FAADD-DESCRIPTION TO D-DESCRIPTION.
     MOVE FAADD-LOCATION    TO D-LOCATION.
     MOVE FAADD-USEFUL-LIFE TO D-USEFUL-LIFE.
     MOVE FAADD-AMOUNT      TO D-AMOUNT.

     COMPUTE DUMMY-FOR-DATE-12 = FAADD-CREATED-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-CREATED-DATE.

     COMPUTE W-DAYS-WAITING = FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
                            - FUNCTION INTEGER-OF-DATE(FAADD-CREATED-DATE).
     MOVE W-DAYS-WAITING TO D-DAYS.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1            TO W-ADDITIONS-LISTED.
     ADD FAADD-AMOUNT TO W-ADDITIONS-TOTAL.
*>_________________________________________________________________________

PRINT-ADDITIONS-TOTAL.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-ADDITIONS-LISTED TO W-COUNT-EDITED.
     MOVE W-ADDITIONS-TOTAL  TO W-AMOUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "ADDITIONS NOT YET SENT TO THE FIXED-ASSET SYSTEM: " W-COUNT-EDITED
            "   TOTAL: " W-AMOUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
