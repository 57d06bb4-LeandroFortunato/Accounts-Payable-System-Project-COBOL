IDENTIFICATION DIVISION.
PROGRAM-ID. audit-sample-selection.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLAUDSMP.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDARC.CBL".
         COPY "SLPOREC.CBL".
         COPY "SLVAPPR.CBL".
         COPY "SLACHPEND.CBL".
         COPY "SLDOCIDX.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "audit-sample-workpaper.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT SMPL-WORK-FILE
                ASSIGN TO "smpl-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SMPL-SORTED-FILE
                ASSIGN TO "smpl-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SMPL-SORT-FILE
                ASSIGN TO "smpl-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDAUDSMP.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDARC.CBL".
         COPY "FDPOREC.CBL".
         COPY "FDVAPPR.CBL".
         COPY "FDACHPEND.CBL".
         COPY "FDDOCIDX.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

*>       The population: every paid voucher of the company in the
*>       period, live or archived. Source "A" = voucher archive. The
*>       absolute amount drives the strata and the monetary units.
         FD SMPL-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD.
            05 WORK-VOUCHER           PIC 9(07).
            05 WORK-SOURCE            PIC X(01).
            05 WORK-STRATUM           PIC 9(01).
            05 WORK-AMOUNT            PIC S9(6)V99.
            05 WORK-ABS-AMOUNT        PIC 9(6)V99.

         FD SMPL-SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD.
            05 SORTED-VOUCHER         PIC 9(07).
            05 SORTED-SOURCE          PIC X(01).
            05 SORTED-STRATUM         PIC 9(01).
            05 SORTED-AMOUNT          PIC S9(6)V99.
            05 SORTED-ABS-AMOUNT      PIC 9(6)V99.

        SD SMPL-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-VOUCHER           PIC 9(07).
            05 FILLER                 PIC X(18).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".
         COPY "wsvndarc.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(40) VALUE SPACES.
            05 FILLER              PIC X(32)
                  VALUE "AUDIT SAMPLE WORKPAPER - SAMPLE ".
            05 T-SAMPLE            PIC 9(05).
            05 FILLER              PIC X(46) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(10) VALUE "  METHOD: ".
            05 H-METHOD            PIC X(24).
            05 FILLER              PIC X(14) VALUE " VOUCHERS PAID".
            05 FILLER              PIC X(01) VALUE SPACES.
            05 H-FROM-DATE         PIC 99/99/9999.
            05 FILLER              PIC X(04) VALUE " TO ".
            05 H-TO-DATE           PIC 99/99/9999.
            05 FILLER              PIC X(08) VALUE "   SEED ".
            05 H-SEED              PIC Z(9)9.
            05 FILLER              PIC X(12) VALUE "   DRAWN BY ".
            05 H-CREATED-BY        PIC X(10).
            05 FILLER              PIC X(04) VALUE " ON ".
            05 H-CREATED-DATE      PIC 99/99/9999.

         01 HEADING-2.
            05 FILLER              PIC X(14) VALUE "  POPULATION: ".
            05 H-POP-COUNT         PIC ZZZ,ZZ9.
            05 FILLER              PIC X(11) VALUE " VOUCHERS, ".
            05 H-POP-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
            05 FILLER              PIC X(14) VALUE "   SAMPLE OF: ".
            05 H-SAMPLE-SIZE       PIC ZZZ9.
            05 FILLER              PIC X(06) VALUE " ITEMS".

*>       One boxed attribute per column, four to a line, for the
*>       auditor to tick as each is tested.
         01 ATTRIBUTE-LINE.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 AL-ATTRIBUTE OCCURS 4 TIMES.
               10 FILLER                  PIC X(01) VALUE "[".
               10 AL-RESULT               PIC X(01).
               10 FILLER                  PIC X(02) VALUE "] ".
               10 AL-NAME                 PIC X(20).
               10 FILLER                  PIC X(03) VALUE SPACES.

         01 SUMMARY-LINE.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 SL-NAME                    PIC X(20).
            05 FILLER                     PIC X(10) VALUE " TESTED: ".
            05 SL-TESTED                  PIC ZZZ9.
            05 FILLER                     PIC X(14) VALUE "   EXCEPTIONS:".
            05 SL-EXCEPTIONS              PIC ZZZZ9.
            05 FILLER                     PIC X(14) VALUE "   UNTESTED: ".
            05 SL-UNTESTED                PIC ZZZ9.

*>       What the auditors test on every voucher in the sample.
         01 ATTRIBUTE-NAME-VALUES.
            05 FILLER PIC X(20) VALUE "INVOICE AGREES".
            05 FILLER PIC X(20) VALUE "PO / RECEIPT MATCH".
            05 FILLER PIC X(20) VALUE "PROPERLY APPROVED".
            05 FILLER PIC X(20) VALUE "DUTIES SEGREGATED".
            05 FILLER PIC X(20) VALUE "GL CODING CORRECT".
            05 FILLER PIC X(20) VALUE "PAYMENT TRACED".
            05 FILLER PIC X(20) VALUE "DOCUMENTS ON FILE".
            05 FILLER PIC X(20) VALUE "VENDOR VALID".
         01 ATTRIBUTE-NAME-TABLE REDEFINES ATTRIBUTE-NAME-VALUES.
            05 ATTRIBUTE-NAME             PIC X(20) OCCURS 8 TIMES.

*>       The items of the sample being printed, with the ACH entry
*>       that paid each one - found in a single pass of the ACH file.
         01 ITEM-TABLE.
            05 ITEM-COUNT                 PIC 9(03) VALUE 0.
            05 ITEM-ENTRY OCCURS 500 TIMES.
               10 ITEM-VOUCHER            PIC 9(07).
               10 ITEM-ACH-BATCH          PIC 9(06).
               10 ITEM-ACH-SEQ            PIC 9(04).

*>       Population and draw by stratum; random draws use stratum 1.
         01 STRATUM-TABLE.
            05 STRATUM-ENTRY OCCURS 4 TIMES.
               10 W-STRATUM-LIMIT         PIC 9(08)V99.
               10 W-STRATUM-SIZE          PIC 9(04).
               10 W-STRATUM-POP           PIC 9(06).
               10 W-STRATUM-SEEN          PIC 9(06).
               10 W-STRATUM-TAKEN         PIC 9(04).

         01 ATTRIBUTE-TOTALS.
            05 ATTRIBUTE-TOTAL OCCURS 8 TIMES.
               10 W-ATTRIBUTE-TESTED      PIC 9(04).
               10 W-ATTRIBUTE-EXCEPTIONS  PIC 9(04).

         01 W-PRINT-DATE                  PIC 99/99/9999.

         01 W-SAMPLE-MENU-OPTION          PIC 9.
            88 VALID-SAMPLE-MENU-OPTION  VALUE 0 THROUGH 4.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-RECEIPTS      PIC X.
            88 END-OF-RECEIPTS  VALUE "Y".

         01 W-END-OF-APPROVALS     PIC X.
            88 END-OF-APPROVALS VALUE "Y".

         01 W-END-OF-ITEMS         PIC X.
            88 END-OF-ITEMS     VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-VOUCHER-RECORD PIC X.
            88 FOUND-VOUCHER-RECORD VALUE "Y".

         01 W-FOUND-SAMPLE         PIC X.
            88 FOUND-SAMPLE     VALUE "Y".

         01 W-FOUND-ITEM           PIC X.
            88 FOUND-ITEM       VALUE "Y".

         01 W-PARAMETERS-OK        PIC X.
            88 PARAMETERS-OK    VALUE "Y".

         01 W-LIMITS-DONE          PIC X.
            88 LIMITS-DONE      VALUE "Y".

         01 W-VALID-ENTRY          PIC X.
            88 VALID-ENTRY      VALUE "Y".

         01 W-ITEM-SELECTED        PIC X.
            88 ITEM-SELECTED    VALUE "Y".

         01 ENTRY-METHOD           PIC X.
            88 VALID-SAMPLE-METHOD VALUE "R", "M", "S".
            88 METHOD-IS-RANDOM       VALUE "R".
            88 METHOD-IS-MONETARY     VALUE "M".
            88 METHOD-IS-STRATIFIED   VALUE "S".

         01 ENTRY-RESULT           PIC X.
            88 VALID-RESULT     VALUE "Y", "E", " ".

*>       A workpaper item block runs to a dozen lines or more.
         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 40 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY                PIC 9(8).
            05 FILLER                     PIC X(1).
            05 W-PIECE-OF-TIME-NOW        PIC 9(5).
            05 FILLER                     PIC X(7).

*>       Park-Miller minimal standard generator: the next seed is
*>       16807 times the last, modulo 2**31 - 1. The seed recorded on
*>       the sample reproduces the same draw from the same population.
         77 W-RANDOM-SEED                 PIC 9(10).
         77 W-RANDOM-PRODUCT              PIC 9(16).
         77 W-RANDOM-QUOTIENT             PIC 9(16).
         77 W-RANDOM-LEFT                 PIC 9(16).
         77 W-RANDOM-RIGHT                PIC 9(16).

         77 W-CURRENT-USER-ID             PIC X(10).
         77 ENTRY-FROM-DATE               PIC 9(08).
         77 ENTRY-TO-DATE                 PIC 9(08).
         77 ENTRY-SAMPLE-SIZE             PIC 9(04).
         77 ENTRY-STRATUM-LIMIT           PIC 9(08)V99.
         77 ENTRY-SEED                    PIC 9(10).
         77 ENTRY-SAMPLE                  PIC 9(05).
         77 ENTRY-ITEM                    PIC 9(04).
         77 ENTRY-NOTE                    PIC X(40).
         77 W-SAMPLE-SEED                 PIC 9(10).
         77 W-SAMPLE-SIZE                 PIC 9(04).
         77 W-STRATUM-COUNT               PIC 9(01).
         77 W-STRATUM-INDEX               PIC 9(01).
         77 W-ATTRIBUTE-INDEX             PIC 9(01).
         77 W-COLUMN-INDEX                PIC 9(01).
         77 W-ITEM-INDEX                  PIC 9(03).
         77 W-NEXT-SAMPLE-NUMBER          PIC 9(05).
         77 W-NEXT-ITEM-SEQ               PIC 9(04).
         77 W-VOUCHER-SOURCE              PIC X(01).
         77 W-VOUCHER-CO                  PIC 9(01).
         77 W-ABS-AMOUNT                  PIC 9(6)V99.
         77 W-POP-COUNT                   PIC 9(06).
         77 W-POP-AMOUNT                  PIC S9(10)V99.
         77 W-MUS-INTERVAL                PIC 9(10)V99.
         77 W-MUS-INTERVAL-CENTS          PIC 9(12).
         77 W-MUS-POINT                   PIC 9(10)V99.
         77 W-MUS-CUMULATIVE-BEFORE       PIC 9(10)V99.
         77 W-MUS-CUMULATIVE-AFTER        PIC 9(10)V99.
         77 W-ITEMS-DRAWN                 PIC 9(04).
         77 W-STRATUM-SHORTFALL           PIC 9(04).
         77 W-PAID-ACH-BATCH              PIC 9(06).
         77 W-PAID-ACH-SEQ                PIC 9(04).
         77 W-MUS-START-PRODUCT           PIC 9(22).
         77 W-ITEMS-TESTED                PIC 9(04).
         77 W-RECEIPT-DATE                PIC 9(08).
         77 W-RECEIPT-COUNT               PIC 9(04).
         77 W-FIRST-APPROVER              PIC X(10).
         77 W-FIRST-APPROVED-DATE         PIC 9(08).
         77 W-FINAL-APPROVER              PIC X(10).
         77 W-FINAL-ON-BEHALF-OF          PIC X(10).
         77 W-FINAL-APPROVED-DATE         PIC 9(08).
         77 W-DOCUMENT-COUNT              PIC 9(02).
         77 W-DOCIDX-EOF                  PIC X.
         77 W-SOURCE-TEXT                 PIC X(10).
         77 W-DATE-TEXT                   PIC X(10).
         77 W-SECOND-DATE-TEXT            PIC X(10).
         77 W-LIMIT-EDITED                PIC ZZ,ZZZ,ZZ9.99.
         77 W-AMOUNT-EDITED               PIC ZZZ,ZZ9.99-.
         77 W-POP-AMOUNT-EDITED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
         77 W-COUNT-EDITED                PIC ZZZ,ZZ9.
         77 W-SIZE-EDITED                 PIC ZZZ9.
         77 DUMMY-FOR-DATE-12             PIC 9(12).
         77 W-DATE-MM-DD-CCYY             PIC 9(8).
         77 BK-AUDSMP-RECORD              PIC X(512).

         77 W-SYSAUD-RECORD-TYPE          PIC X(10).
         77 W-SYSAUD-ACTION               PIC X(06).
         77 W-SYSAUD-KEY                  PIC X(15).
         77 W-SYSAUD-BEFORE-IMAGE         PIC X(512).
         77 W-SYSAUD-AFTER-IMAGE          PIC X(512).
         77 W-SYSAUD-USER-ID              PIC X(20).

         01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
            05 W-SYSAUD-DAY-TODAY         PIC 9(8).
            05 FILLER                     PIC X(1).
            05 W-SYSAUD-TIME-NOW          PIC 9(5).
            05 FILLER                     PIC X(7).

         77 W-EXCLOG-PROGRAM       PIC X(20) VALUE "AUDIT-SAMPLE-SELECT".
         77 W-EXCLOG-OPERATION     PIC X(08).
         77 W-EXCLOG-KEY           PIC X(15).

         01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
            05 W-EXCLOG-DAY-TODAY  PIC 9(8).
            05 FILLER              PIC X(1).
            05 W-EXCLOG-TIME-NOW   PIC 9(5).
            05 FILLER              PIC X(7).

      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Audit sampling of paid vouchers for the external and internal
*>   auditors. A sample is drawn from the vouchers paid in a period,
*>   the voucher archive included, by simple random, monetary-unit or
*>   amount-stratified selection; the seed is kept with the sample so
*>   the same draw can be repeated. The workpaper lays out, for each
*>   voucher picked, the trail to test - vendor, invoice, PO and
*>   receipt, who entered and approved it, how it was paid and the
*>   scanned documents - and the auditors record each attribute here.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O AUDIT-SAMPLE-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-SAMPLE-MENU-OPTION EQUAL ZERO
                            OR VALID-SAMPLE-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-SAMPLE-MENU-OPTION EQUAL ZERO

   CLOSE AUDIT-SAMPLE-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                      AUDIT SAMPLING OF PAID VOUCHERS".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - DRAW A NEW SAMPLE        |".
         DISPLAY "                           | 2 - PRINT A SAMPLE WORKPAPER |".
         DISPLAY "                           | 3 - RECORD ATTRIBUTE TESTING |".
         DISPLAY "                           | 4 - LIST SAMPLES             |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 11 TIMES.
         ACCEPT W-SAMPLE-MENU-OPTION.

        IF W-SAMPLE-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-SAMPLE-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-SAMPLE-MENU-OPTION = 1
      PERFORM DRAW-SAMPLE-MODULE.

   IF W-SAMPLE-MENU-OPTION = 2
      PERFORM WORKPAPER-MODULE.

   IF W-SAMPLE-MENU-OPTION = 3
      PERFORM TESTING-MODULE.

   IF W-SAMPLE-MENU-OPTION = 4
      PERFORM LIST-SAMPLES-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-SAMPLE-MENU-OPTION EQUAL ZERO
                            OR VALID-SAMPLE-MENU-OPTION.
*>_________________________________________________________________________

DRAW-SAMPLE-MODULE.

   DISPLAY "                    DRAW A SAMPLE OF PAID VOUCHERS".
   DISPLAY " ".

   PERFORM GET-SAMPLE-PARAMETERS.

   IF PARAMETERS-OK
      PERFORM BUILD-SAMPLE-POPULATION
      IF W-POP-COUNT EQUAL ZEROS
         DISPLAY " "
         DISPLAY "*** NO VOUCHER OF THE COMPANY WAS PAID IN THE PERIOD ! ***"
      ELSE
         PERFORM DRAW-THE-SAMPLE.

   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

GET-SAMPLE-PARAMETERS.

   MOVE "Y" TO W-PARAMETERS-OK.

   MOVE "VOUCHERS PAID FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-FROM-DATE.

   MOVE "VOUCHERS PAID THROUGH: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO ENTRY-TO-DATE.

   IF ENTRY-TO-DATE LESS THAN ENTRY-FROM-DATE
      DISPLAY "*** THE PERIOD ENDS BEFORE IT STARTS ! ***"
      MOVE "N" TO W-PARAMETERS-OK.

   IF PARAMETERS-OK
      MOVE SPACES TO ENTRY-METHOD
      PERFORM GET-SAMPLE-METHOD UNTIL VALID-SAMPLE-METHOD
      PERFORM CLEAR-STRATUM-TABLE
         VARYING W-STRATUM-INDEX FROM 1 BY 1
           UNTIL W-STRATUM-INDEX GREATER THAN 4
      MOVE 1 TO W-STRATUM-COUNT
      IF METHOD-IS-STRATIFIED
         PERFORM GET-STRATUM-LIMITS
         PERFORM GET-STRATUM-SIZES
      ELSE
         PERFORM GET-SAMPLE-SIZE.

   IF PARAMETERS-OK
      PERFORM GET-SAMPLE-SEED.
*>_________________________________________________________________________

GET-SAMPLE-METHOD.

   DISPLAY "SAMPLING METHOD - R = RANDOM, M = MONETARY UNIT, S = STRATIFIED BY AMOUNT: ".
   ACCEPT ENTRY-METHOD.
   INSPECT ENTRY-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF NOT VALID-SAMPLE-METHOD
      DISPLAY "*** ANSWER R, M OR S ! ***".
*>_________________________________________________________________________

CLEAR-STRATUM-TABLE.

   MOVE ZEROS TO W-STRATUM-LIMIT (W-STRATUM-INDEX).
   MOVE ZEROS TO W-STRATUM-SIZE (W-STRATUM-INDEX).
   MOVE ZEROS TO W-STRATUM-POP (W-STRATUM-INDEX).
   MOVE ZEROS TO W-STRATUM-SEEN (W-STRATUM-INDEX).
   MOVE ZEROS TO W-STRATUM-TAKEN (W-STRATUM-INDEX).
*>_________________________________________________________________________

GET-SAMPLE-SIZE.

   MOVE "N" TO W-VALID-ENTRY.
   PERFORM ACCEPT-SAMPLE-SIZE UNTIL VALID-ENTRY.
   MOVE ENTRY-SAMPLE-SIZE TO W-STRATUM-SIZE (1).
   MOVE ENTRY-SAMPLE-SIZE TO W-SAMPLE-SIZE.
*>_________________________________________________________________________

ACCEPT-SAMPLE-SIZE.

   DISPLAY "NUMBER OF VOUCHERS TO SELECT (1 - 500): ".
   MOVE ZEROS TO ENTRY-SAMPLE-SIZE.
   ACCEPT ENTRY-SAMPLE-SIZE.

   IF ENTRY-SAMPLE-SIZE EQUAL ZEROS
      OR ENTRY-SAMPLE-SIZE GREATER THAN 500
      DISPLAY "*** THE SAMPLE MUST BE 1 TO 500 VOUCHERS ! ***"
   ELSE
      MOVE "Y" TO W-VALID-ENTRY.
*>_________________________________________________________________________

GET-STRATUM-LIMITS.

*>   Up to three upper bounds, rising; the last stratum takes every
*>   voucher above the highest bound.

   DISPLAY "STRATA ARE SET BY THE UPPER AMOUNT OF EACH - THE LAST ONE IS OPEN-ENDED.".
   MOVE "N" TO W-LIMITS-DONE.
   PERFORM GET-ONE-STRATUM-LIMIT
      VARYING W-STRATUM-INDEX FROM 1 BY 1
        UNTIL W-STRATUM-INDEX GREATER THAN 3
           OR LIMITS-DONE.
*>_________________________________________________________________________

GET-ONE-STRATUM-LIMIT.

   MOVE "N" TO W-VALID-ENTRY.
   PERFORM ACCEPT-STRATUM-LIMIT UNTIL VALID-ENTRY.

   IF ENTRY-STRATUM-LIMIT EQUAL ZEROS
      MOVE "Y" TO W-LIMITS-DONE
   ELSE
      MOVE ENTRY-STRATUM-LIMIT TO W-STRATUM-LIMIT (W-STRATUM-INDEX)
      ADD 1 TO W-STRATUM-COUNT.
*>_________________________________________________________________________

ACCEPT-STRATUM-LIMIT.

   DISPLAY "UPPER AMOUNT OF STRATUM " W-STRATUM-INDEX
           " (<ENTER> = NO MORE STRATA): ".
   MOVE ZEROS TO ENTRY-STRATUM-LIMIT.
   ACCEPT ENTRY-STRATUM-LIMIT.

   IF ENTRY-STRATUM-LIMIT EQUAL ZEROS
      IF W-STRATUM-INDEX EQUAL 1
         DISPLAY "*** A STRATIFIED SAMPLE NEEDS AT LEAST ONE BOUND ! ***"
      ELSE
         MOVE "Y" TO W-VALID-ENTRY
      END-IF
   ELSE
      IF W-STRATUM-INDEX GREATER THAN 1
         AND ENTRY-STRATUM-LIMIT NOT GREATER THAN
             W-STRATUM-LIMIT (W-STRATUM-INDEX - 1)
         DISPLAY "*** EACH BOUND MUST BE ABOVE THE ONE BEFORE ! ***"
      ELSE
         MOVE "Y" TO W-VALID-ENTRY.
*>_________________________________________________________________________

GET-STRATUM-SIZES.

   MOVE ZEROS TO W-SAMPLE-SIZE.
   PERFORM GET-ONE-STRATUM-SIZE
      VARYING W-STRATUM-INDEX FROM 1 BY 1
        UNTIL W-STRATUM-INDEX GREATER THAN W-STRATUM-COUNT.

   IF W-SAMPLE-SIZE EQUAL ZEROS
      OR W-SAMPLE-SIZE GREATER THAN 500
      DISPLAY "*** THE SAMPLE MUST BE 1 TO 500 VOUCHERS IN ALL ! ***"
      MOVE "N" TO W-PARAMETERS-OK.
*>_________________________________________________________________________

GET-ONE-STRATUM-SIZE.

   IF W-STRATUM-INDEX LESS THAN W-STRATUM-COUNT
      MOVE W-STRATUM-LIMIT (W-STRATUM-INDEX) TO W-LIMIT-EDITED
      DISPLAY "STRATUM " W-STRATUM-INDEX " - UP TO " W-LIMIT-EDITED
              " - VOUCHERS TO SELECT: "
   ELSE
      MOVE W-STRATUM-LIMIT (W-STRATUM-INDEX - 1) TO W-LIMIT-EDITED
      DISPLAY "STRATUM " W-STRATUM-INDEX " - ABOVE " W-LIMIT-EDITED
              " - VOUCHERS TO SELECT: ".

   MOVE ZEROS TO ENTRY-SAMPLE-SIZE.
   ACCEPT ENTRY-SAMPLE-SIZE.
   MOVE ENTRY-SAMPLE-SIZE TO W-STRATUM-SIZE (W-STRATUM-INDEX).
   ADD ENTRY-SAMPLE-SIZE TO W-SAMPLE-SIZE.
*>_________________________________________________________________________

GET-SAMPLE-SEED.

*>   Any seed the auditors choose, or one taken from the clock. Either
*>   way it is brought into the generator's range 1 - 2147483646 and
*>   kept on the sample.

   DISPLAY "SEED FOR THE DRAW (<ENTER> = TAKE ONE FROM THE CLOCK): ".
   MOVE ZEROS TO ENTRY-SEED.
   ACCEPT ENTRY-SEED.

   IF ENTRY-SEED EQUAL ZEROS
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      COMPUTE W-RANDOM-PRODUCT = W-PIECE-OF-TIME-NOW * 100000000
                               + W-DAY-TODAY
      DIVIDE W-RANDOM-PRODUCT BY 2147483646
         GIVING W-RANDOM-QUOTIENT REMAINDER W-SAMPLE-SEED
      ADD 1 TO W-SAMPLE-SEED
   ELSE
      IF ENTRY-SEED GREATER THAN 2147483646
         DIVIDE ENTRY-SEED BY 2147483646
            GIVING W-RANDOM-QUOTIENT REMAINDER W-SAMPLE-SEED
         IF W-SAMPLE-SEED EQUAL ZEROS
            MOVE 1 TO W-SAMPLE-SEED
         END-IF
      ELSE
         MOVE ENTRY-SEED TO W-SAMPLE-SEED.

   DISPLAY "SEED USED..........: " W-SAMPLE-SEED.
*>_________________________________________________________________________

NEXT-RANDOM-NUMBER.

     COMPUTE W-RANDOM-PRODUCT = W-RANDOM-SEED * 16807.
     DIVIDE W-RANDOM-PRODUCT BY 2147483647
        GIVING W-RANDOM-QUOTIENT REMAINDER W-RANDOM-SEED.
*>_________________________________________________________________________

BUILD-SAMPLE-POPULATION.

     DISPLAY "COLLECTING THE PAID VOUCHERS - PLEASE WAIT...".

     MOVE ZEROS TO W-POP-COUNT.
     MOVE ZEROS TO W-POP-AMOUNT.

     OPEN OUTPUT SMPL-WORK-FILE.

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

     CLOSE SMPL-WORK-FILE.

*>   In voucher order, whatever was purged when, so the same seed
*>   walks the same population the same way.

     IF W-POP-COUNT NOT EQUAL ZEROS
        SORT SMPL-SORT-FILE
           ON ASCENDING KEY SORT-VOUCHER
           USING SMPL-WORK-FILE
           GIVING SMPL-SORTED-FILE.
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

     IF W-VOUCHER-CO EQUAL W-SESSION-COMPANY
        AND VOUCHER-PAID-DATE NOT LESS THAN ENTRY-FROM-DATE
        AND VOUCHER-PAID-DATE NOT GREATER THAN ENTRY-TO-DATE
        PERFORM WRITE-ONE-WORK-RECORD.
*>_________________________________________________________________________

WRITE-ONE-WORK-RECORD.

     IF VOUCHER-AMOUNT LESS THAN ZEROS
        COMPUTE W-ABS-AMOUNT = VOUCHER-AMOUNT * -1
     ELSE
        MOVE VOUCHER-AMOUNT TO W-ABS-AMOUNT.

     MOVE W-STRATUM-COUNT TO WORK-STRATUM.
     PERFORM FIND-VOUCHER-STRATUM
        VARYING W-STRATUM-INDEX FROM W-STRATUM-COUNT BY -1
          UNTIL W-STRATUM-INDEX LESS THAN 2.

     MOVE VOUCHER-NUMBER   TO WORK-VOUCHER.
     MOVE W-VOUCHER-SOURCE TO WORK-SOURCE.
     MOVE VOUCHER-AMOUNT   TO WORK-AMOUNT.
     MOVE W-ABS-AMOUNT     TO WORK-ABS-AMOUNT.
     WRITE WORK-RECORD.

     ADD 1            TO W-POP-COUNT.
     ADD W-ABS-AMOUNT TO W-POP-AMOUNT.
     ADD 1            TO W-STRATUM-POP (WORK-STRATUM).
*>_________________________________________________________________________

FIND-VOUCHER-STRATUM.

*>   Walked from the top down, so the lowest bound the amount fits
*>   under is the one that sticks.

     IF W-ABS-AMOUNT NOT GREATER THAN W-STRATUM-LIMIT (W-STRATUM-INDEX - 1)
        COMPUTE WORK-STRATUM = W-STRATUM-INDEX - 1.
*>_________________________________________________________________________

DRAW-THE-SAMPLE.

*>   A stratum smaller than its quota is taken whole.

     PERFORM CAP-ONE-STRATUM-SIZE
        VARYING W-STRATUM-INDEX FROM 1 BY 1
          UNTIL W-STRATUM-INDEX GREATER THAN W-STRATUM-COUNT.

     IF W-SAMPLE-SIZE EQUAL ZEROS
        DISPLAY " "
        DISPLAY "*** NO PAID VOUCHER FELL IN THE STRATA ASKED FOR ! ***"
     ELSE
        PERFORM DRAW-AND-RECORD-SAMPLE.
*>_________________________________________________________________________

DRAW-AND-RECORD-SAMPLE.

     PERFORM FIND-NEXT-SAMPLE-NUMBER.

     MOVE W-SAMPLE-SEED TO W-RANDOM-SEED.
     MOVE ZEROS TO W-ITEMS-DRAWN.
     MOVE ZEROS TO W-MUS-CUMULATIVE-AFTER.

     IF METHOD-IS-MONETARY
        PERFORM SET-MONETARY-UNIT-INTERVAL.

     OPEN INPUT SMPL-SORTED-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM DRAW-NEXT-POPULATION-ITEM UNTIL END-OF-FILE.
     CLOSE SMPL-SORTED-FILE.

     PERFORM WRITE-SAMPLE-HEADER.

     MOVE W-POP-COUNT    TO W-COUNT-EDITED.
     MOVE W-POP-AMOUNT   TO W-POP-AMOUNT-EDITED.
     MOVE W-ITEMS-DRAWN  TO W-SIZE-EDITED.
     DISPLAY " ".
     DISPLAY "POPULATION.........: " W-COUNT-EDITED " PAID VOUCHERS, "
             W-POP-AMOUNT-EDITED.
     DISPLAY "----- SAMPLE " W-NEXT-SAMPLE-NUMBER " DRAWN - " W-SIZE-EDITED
             " VOUCHERS, SEED " W-SAMPLE-SEED " -----".
     IF METHOD-IS-MONETARY
        AND W-ITEMS-DRAWN LESS THAN W-SAMPLE-SIZE
        DISPLAY "(LARGE VOUCHERS HIT BY MORE THAN ONE MONETARY UNIT ARE TAKEN ONCE)".
     DISPLAY "PRINT THE WORKPAPER WITH OPTION 2 OF THE MENU.".
*>_________________________________________________________________________

CAP-ONE-STRATUM-SIZE.

     IF W-STRATUM-SIZE (W-STRATUM-INDEX) GREATER THAN
        W-STRATUM-POP (W-STRATUM-INDEX)
        SUBTRACT W-STRATUM-POP (W-STRATUM-INDEX)
            FROM W-STRATUM-SIZE (W-STRATUM-INDEX)
          GIVING W-STRATUM-SHORTFALL
        SUBTRACT W-STRATUM-SHORTFALL FROM W-SAMPLE-SIZE
        MOVE W-STRATUM-POP (W-STRATUM-INDEX)
          TO W-STRATUM-SIZE (W-STRATUM-INDEX).
*>_________________________________________________________________________

SET-MONETARY-UNIT-INTERVAL.

*>   Systematic selection over the dollars: one hit every interval,
*>   starting at a random cent inside the first interval.

     COMPUTE W-MUS-INTERVAL = W-POP-AMOUNT / W-SAMPLE-SIZE.
     IF W-MUS-INTERVAL LESS THAN 0.01
        MOVE 0.01 TO W-MUS-INTERVAL.

     COMPUTE W-MUS-INTERVAL-CENTS = W-MUS-INTERVAL * 100.
     PERFORM NEXT-RANDOM-NUMBER.
     COMPUTE W-MUS-START-PRODUCT = W-MUS-INTERVAL-CENTS * W-RANDOM-SEED.
     DIVIDE W-MUS-START-PRODUCT BY 2147483647 GIVING W-RANDOM-QUOTIENT.
     COMPUTE W-MUS-POINT = (W-RANDOM-QUOTIENT + 1) / 100.
*>_________________________________________________________________________

DRAW-NEXT-POPULATION-ITEM.

     READ SMPL-SORTED-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE "N" TO W-ITEM-SELECTED
           IF METHOD-IS-MONETARY
              PERFORM TEST-MONETARY-UNIT-ITEM
           ELSE
              PERFORM TEST-RANDOM-ITEM
           END-IF
           IF ITEM-SELECTED
              PERFORM WRITE-SAMPLE-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

TEST-RANDOM-ITEM.

*>   Selection sampling without replacement, stratum by stratum: take
*>   the item when (left in stratum) x U < (still wanted), U the next
*>   random fraction - done in whole numbers to stay exact.

     MOVE SORTED-STRATUM TO W-STRATUM-INDEX.

     IF W-STRATUM-TAKEN (W-STRATUM-INDEX) LESS THAN
        W-STRATUM-SIZE (W-STRATUM-INDEX)
        PERFORM NEXT-RANDOM-NUMBER
        COMPUTE W-RANDOM-LEFT = (W-STRATUM-POP (W-STRATUM-INDEX)
                               - W-STRATUM-SEEN (W-STRATUM-INDEX))
                               * W-RANDOM-SEED
        COMPUTE W-RANDOM-RIGHT = (W-STRATUM-SIZE (W-STRATUM-INDEX)
                                - W-STRATUM-TAKEN (W-STRATUM-INDEX))
                                * 2147483647
        IF W-RANDOM-LEFT LESS THAN W-RANDOM-RIGHT
           MOVE "Y" TO W-ITEM-SELECTED
           ADD 1 TO W-STRATUM-TAKEN (W-STRATUM-INDEX)
        END-IF
     END-IF.

     ADD 1 TO W-STRATUM-SEEN (W-STRATUM-INDEX).
*>_________________________________________________________________________

TEST-MONETARY-UNIT-ITEM.

     MOVE W-MUS-CUMULATIVE-AFTER TO W-MUS-CUMULATIVE-BEFORE.
     ADD SORTED-ABS-AMOUNT TO W-MUS-CUMULATIVE-AFTER.

     IF W-MUS-POINT GREATER THAN W-MUS-CUMULATIVE-BEFORE
        AND W-MUS-POINT NOT GREATER THAN W-MUS-CUMULATIVE-AFTER
        MOVE "Y" TO W-ITEM-SELECTED
        PERFORM ADVANCE-MONETARY-UNIT
           UNTIL W-MUS-POINT GREATER THAN W-MUS-CUMULATIVE-AFTER.
*>_________________________________________________________________________

ADVANCE-MONETARY-UNIT.

     ADD W-MUS-INTERVAL TO W-MUS-POINT.
*>_________________________________________________________________________

WRITE-SAMPLE-ITEM.

     ADD 1 TO W-ITEMS-DRAWN.

     INITIALIZE AUDSMP-RECORD.
     MOVE W-NEXT-SAMPLE-NUMBER TO AUDSMP-SAMPLE.
     MOVE W-ITEMS-DRAWN        TO AUDSMP-SEQ.
     MOVE W-SESSION-COMPANY    TO AUDSMP-COMPANY.
     MOVE SORTED-VOUCHER       TO AUDSMP-VOUCHER.
     MOVE SORTED-SOURCE        TO AUDSMP-SOURCE.
     MOVE SORTED-STRATUM       TO AUDSMP-STRATUM.
     MOVE SORTED-AMOUNT        TO AUDSMP-AMOUNT.

     WRITE AUDSMP-RECORD
        INVALID KEY
           MOVE "WRITE"        TO W-EXCLOG-OPERATION
           MOVE AUDSMP-KEY     TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
           DISPLAY "ERROR WHILE WRITING SAMPLE ITEM " AUDSMP-KEY " !"
     END-WRITE.
*>_________________________________________________________________________

WRITE-SAMPLE-HEADER.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     INITIALIZE AUDSMP-RECORD.
     MOVE W-NEXT-SAMPLE-NUMBER TO AUDSMP-SAMPLE.
     MOVE ZEROS                TO AUDSMP-SEQ.
     MOVE W-SESSION-COMPANY    TO AUDSMP-COMPANY.
     MOVE ENTRY-METHOD         TO AUDSMP-METHOD.
     MOVE ENTRY-FROM-DATE      TO AUDSMP-FROM-DATE.
     MOVE ENTRY-TO-DATE        TO AUDSMP-TO-DATE.
     MOVE W-SAMPLE-SEED        TO AUDSMP-SEED.
     MOVE W-ITEMS-DRAWN        TO AUDSMP-SAMPLE-SIZE.
     MOVE W-POP-COUNT          TO AUDSMP-POP-COUNT.
     MOVE W-POP-AMOUNT         TO AUDSMP-POP-AMOUNT.
     PERFORM SAVE-ONE-STRATUM
        VARYING W-STRATUM-INDEX FROM 1 BY 1
          UNTIL W-STRATUM-INDEX GREATER THAN 4.
     MOVE W-CURRENT-USER-ID    TO AUDSMP-CREATED-BY.
     MOVE W-DAY-TODAY          TO AUDSMP-CREATED-DATE.

     WRITE AUDSMP-RECORD
        INVALID KEY
           MOVE "WRITE"        TO W-EXCLOG-OPERATION
           MOVE AUDSMP-KEY     TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
           DISPLAY "ERROR WHILE WRITING THE SAMPLE HEADER !"
        NOT INVALID KEY
           MOVE "AUDSAMPLE"    TO W-SYSAUD-RECORD-TYPE
           MOVE "ADD"          TO W-SYSAUD-ACTION
           MOVE AUDSMP-KEY     TO W-SYSAUD-KEY
           MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
           MOVE AUDSMP-RECORD  TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
     END-WRITE.
*>_________________________________________________________________________

SAVE-ONE-STRATUM.

     IF W-STRATUM-INDEX LESS THAN 4
        MOVE W-STRATUM-LIMIT (W-STRATUM-INDEX)
          TO AUDSMP-STRATUM-LIMIT (W-STRATUM-INDEX).
     MOVE W-STRATUM-SIZE (W-STRATUM-INDEX)
       TO AUDSMP-STRATUM-SIZE (W-STRATUM-INDEX).
*>_________________________________________________________________________

FIND-NEXT-SAMPLE-NUMBER.

     MOVE 0 TO W-NEXT-SAMPLE-NUMBER.
     MOVE "N" TO W-END-OF-ITEMS.
     MOVE ZEROS TO AUDSMP-KEY.
     START AUDIT-SAMPLE-FILE KEY IS NOT LESS THAN AUDSMP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-ITEMS.
     PERFORM SCAN-NEXT-SAMPLE-NUMBER UNTIL END-OF-ITEMS.
     ADD 1 TO W-NEXT-SAMPLE-NUMBER.
*>_________________________________________________________________________

SCAN-NEXT-SAMPLE-NUMBER.

     READ AUDIT-SAMPLE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ITEMS
        NOT AT END
           IF AUDSMP-SAMPLE GREATER THAN W-NEXT-SAMPLE-NUMBER
              MOVE AUDSMP-SAMPLE TO W-NEXT-SAMPLE-NUMBER
           END-IF
     END-READ.
*>_________________________________________________________________________

GET-SAMPLE-NUMBER.

     MOVE ZEROS TO ENTRY-SAMPLE.
     DISPLAY "SAMPLE NUMBER (<ENTER> FOR MENU): ".
     ACCEPT ENTRY-SAMPLE.
*>_________________________________________________________________________

LOOK-FOR-SAMPLE-HEADER.

*>   A sample belongs to the company it was drawn for.

     MOVE ENTRY-SAMPLE TO AUDSMP-SAMPLE.
     MOVE ZEROS TO AUDSMP-SEQ.
     MOVE "Y" TO W-FOUND-SAMPLE.
     READ AUDIT-SAMPLE-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-SAMPLE.

     IF NOT FOUND-SAMPLE
        DISPLAY "*** SAMPLE " ENTRY-SAMPLE " NOT FOUND ! ***"
     ELSE
        IF AUDSMP-COMPANY NOT EQUAL W-SESSION-COMPANY
           DISPLAY "*** SAMPLE " ENTRY-SAMPLE " BELONGS TO COMPANY "
                   AUDSMP-COMPANY " ! ***"
           MOVE "N" TO W-FOUND-SAMPLE.
*>_________________________________________________________________________

DESCRIBE-SAMPLE-METHOD.

     IF AUDSMP-IS-MONETARY-UNIT
        MOVE "MONETARY UNIT" TO H-METHOD
     ELSE
        IF AUDSMP-IS-STRATIFIED
           MOVE "STRATIFIED BY AMOUNT" TO H-METHOD
        ELSE
           MOVE "SIMPLE RANDOM" TO H-METHOD.
*>_________________________________________________________________________

WORKPAPER-MODULE.

   DISPLAY "                    PRINT A SAMPLE WORKPAPER".
   DISPLAY " ".

   PERFORM GET-SAMPLE-NUMBER.
   IF ENTRY-SAMPLE NOT EQUAL ZEROS
      PERFORM LOOK-FOR-SAMPLE-HEADER
      IF FOUND-SAMPLE
         PERFORM PRINT-SAMPLE-WORKPAPER.

   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

PRINT-SAMPLE-WORKPAPER.

     MOVE AUDSMP-SAMPLE TO T-SAMPLE.
     PERFORM DESCRIBE-SAMPLE-METHOD.
     MOVE AUDSMP-FROM-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO H-FROM-DATE.
     MOVE AUDSMP-TO-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO H-TO-DATE.
     MOVE AUDSMP-SEED TO H-SEED.
     MOVE AUDSMP-CREATED-BY TO H-CREATED-BY.
     MOVE AUDSMP-CREATED-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO H-CREATED-DATE.
     MOVE AUDSMP-POP-COUNT TO H-POP-COUNT.
     MOVE AUDSMP-POP-AMOUNT TO H-POP-AMOUNT.
     MOVE AUDSMP-SAMPLE-SIZE TO H-SAMPLE-SIZE.
     MOVE AUDSMP-METHOD TO ENTRY-METHOD.
     PERFORM CLEAR-STRATUM-TABLE
        VARYING W-STRATUM-INDEX FROM 1 BY 1
          UNTIL W-STRATUM-INDEX GREATER THAN 4.
     PERFORM RESTORE-ONE-STRATUM
        VARYING W-STRATUM-INDEX FROM 1 BY 1
          UNTIL W-STRATUM-INDEX GREATER THAN 4.

     PERFORM LOAD-SAMPLE-ITEMS.
     PERFORM MATCH-ACH-ENTRIES-TO-ITEMS.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT VENDOR-ARCHIVE-FILE.
     OPEN INPUT PO-RECEIVING-FILE.
     OPEN INPUT VOUCHER-APPROVAL-FILE.
     OPEN INPUT DOCUMENT-INDEX-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     PERFORM CLEAR-ATTRIBUTE-TOTALS
        VARYING W-ATTRIBUTE-INDEX FROM 1 BY 1
          UNTIL W-ATTRIBUTE-INDEX GREATER THAN 8.
     MOVE ZEROS TO W-ITEMS-TESTED.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     IF METHOD-IS-STRATIFIED
        PERFORM PRINT-ONE-STRATUM
           VARYING W-STRATUM-INDEX FROM 1 BY 1
             UNTIL W-STRATUM-INDEX GREATER THAN 4.

     MOVE ENTRY-SAMPLE TO AUDSMP-SAMPLE.
     MOVE 1 TO AUDSMP-SEQ.
     MOVE "N" TO W-END-OF-ITEMS.
     START AUDIT-SAMPLE-FILE KEY IS NOT LESS THAN AUDSMP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-ITEMS.
     PERFORM PRINT-NEXT-SAMPLE-ITEM UNTIL END-OF-ITEMS.

     PERFORM PRINT-ATTRIBUTE-SUMMARY.

     PERFORM FINALIZE-PAGE.

     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE VENDOR-FILE.
     CLOSE VENDOR-ARCHIVE-FILE.
     CLOSE PO-RECEIVING-FILE.
     CLOSE VOUCHER-APPROVAL-FILE.
     CLOSE DOCUMENT-INDEX-FILE.
     CLOSE PRINTER-FILE.

     MOVE "AUDIT-SAMPLE" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     DISPLAY " ".
     DISPLAY "WORKPAPER FOR SAMPLE " ENTRY-SAMPLE
             " - SEE audit-sample-workpaper.prn".
*>_________________________________________________________________________

RESTORE-ONE-STRATUM.

     IF W-STRATUM-INDEX LESS THAN 4
        MOVE AUDSMP-STRATUM-LIMIT (W-STRATUM-INDEX)
          TO W-STRATUM-LIMIT (W-STRATUM-INDEX).
     MOVE AUDSMP-STRATUM-SIZE (W-STRATUM-INDEX)
       TO W-STRATUM-SIZE (W-STRATUM-INDEX).
*>_________________________________________________________________________

PRINT-ONE-STRATUM.

*>   An unused bound is zero; the stratum above the last one used is
*>   open-ended. A stratified sample always has a first bound.

     MOVE SPACES TO PRINTER-RECORD.
     MOVE W-STRATUM-SIZE (W-STRATUM-INDEX) TO W-SIZE-EDITED.
     IF W-STRATUM-INDEX LESS THAN 4
        AND W-STRATUM-LIMIT (W-STRATUM-INDEX) NOT EQUAL ZEROS
        MOVE W-STRATUM-LIMIT (W-STRATUM-INDEX) TO W-LIMIT-EDITED
        STRING "  STRATUM " W-STRATUM-INDEX ": AMOUNTS UP TO "
               W-LIMIT-EDITED " - " W-SIZE-EDITED " SELECTED"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
     ELSE
        IF W-STRATUM-LIMIT (W-STRATUM-INDEX - 1) NOT EQUAL ZEROS
           MOVE W-STRATUM-LIMIT (W-STRATUM-INDEX - 1) TO W-LIMIT-EDITED
           STRING "  STRATUM " W-STRATUM-INDEX ": AMOUNTS ABOVE "
                  W-LIMIT-EDITED " - " W-SIZE-EDITED " SELECTED"
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING.

     IF PRINTER-RECORD NOT EQUAL SPACES
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

LOAD-SAMPLE-ITEMS.

     MOVE ZEROS TO ITEM-COUNT.
     MOVE ENTRY-SAMPLE TO AUDSMP-SAMPLE.
     MOVE 1 TO AUDSMP-SEQ.
     MOVE "N" TO W-END-OF-ITEMS.
     START AUDIT-SAMPLE-FILE KEY IS NOT LESS THAN AUDSMP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-ITEMS.
     PERFORM LOAD-NEXT-SAMPLE-ITEM UNTIL END-OF-ITEMS.
*>_________________________________________________________________________

LOAD-NEXT-SAMPLE-ITEM.

     READ AUDIT-SAMPLE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ITEMS
        NOT AT END
           IF AUDSMP-SAMPLE NOT EQUAL ENTRY-SAMPLE
              OR ITEM-COUNT NOT LESS THAN 500
              MOVE "Y" TO W-END-OF-ITEMS
           ELSE
              ADD 1 TO ITEM-COUNT
              MOVE AUDSMP-VOUCHER TO ITEM-VOUCHER (ITEM-COUNT)
              MOVE ZEROS TO ITEM-ACH-BATCH (ITEM-COUNT)
              MOVE ZEROS TO ITEM-ACH-SEQ (ITEM-COUNT)
           END-IF
     END-READ.
*>_________________________________________________________________________

MATCH-ACH-ENTRIES-TO-ITEMS.

*>   The ACH file has no index by voucher, so it is read once and each
*>   payment entry matched against the sample.

     OPEN INPUT ACH-PENDING-FILE.
     MOVE ZEROS TO ACHPEND-KEY.
     MOVE "N" TO W-END-OF-FILE.
     START ACH-PENDING-FILE KEY IS NOT LESS THAN ACHPEND-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM MATCH-NEXT-ACH-ENTRY UNTIL END-OF-FILE.
     CLOSE ACH-PENDING-FILE.
*>_________________________________________________________________________

MATCH-NEXT-ACH-ENTRY.

     READ ACH-PENDING-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ACHPEND-SEQ NOT EQUAL ZEROS
              AND ACHPEND-ENTRY-VOUCHER NOT EQUAL ZEROS
              PERFORM MATCH-ONE-ACH-ITEM
                 VARYING W-ITEM-INDEX FROM 1 BY 1
                   UNTIL W-ITEM-INDEX GREATER THAN ITEM-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

MATCH-ONE-ACH-ITEM.

*>   The latest batch to carry the voucher is the one that paid it.

     IF ITEM-VOUCHER (W-ITEM-INDEX) EQUAL ACHPEND-ENTRY-VOUCHER
        MOVE ACHPEND-BATCH TO ITEM-ACH-BATCH (W-ITEM-INDEX)
        MOVE ACHPEND-SEQ   TO ITEM-ACH-SEQ (W-ITEM-INDEX).
*>_________________________________________________________________________

CLEAR-ATTRIBUTE-TOTALS.

     MOVE ZEROS TO W-ATTRIBUTE-TESTED (W-ATTRIBUTE-INDEX).
     MOVE ZEROS TO W-ATTRIBUTE-EXCEPTIONS (W-ATTRIBUTE-INDEX).
*>_________________________________________________________________________

PRINT-NEXT-SAMPLE-ITEM.

     READ AUDIT-SAMPLE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ITEMS
        NOT AT END
           IF AUDSMP-SAMPLE NOT EQUAL ENTRY-SAMPLE
              MOVE "Y" TO W-END-OF-ITEMS
           ELSE
              PERFORM PRINT-ONE-SAMPLE-ITEM
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ONE-SAMPLE-ITEM.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     PERFORM LOOK-FOR-SAMPLED-VOUCHER.

     IF AUDSMP-IS-ARCHIVED
        MOVE "(ARCHIVE)" TO W-SOURCE-TEXT
     ELSE
        MOVE SPACES TO W-SOURCE-TEXT.
     MOVE AUDSMP-AMOUNT TO W-AMOUNT-EDITED.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "ITEM " AUDSMP-SEQ "   VOUCHER " AUDSMP-VOUCHER " "
            W-SOURCE-TEXT "   STRATUM " AUDSMP-STRATUM
            "   AMOUNT " W-AMOUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     IF NOT FOUND-VOUCHER-RECORD
        MOVE "    *** VOUCHER NO LONGER ON FILE OR IN THE ARCHIVE ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES
     ELSE
        PERFORM PRINT-VENDOR-AND-INVOICE
        PERFORM PRINT-ORDER-AND-RECEIPT
        PERFORM PRINT-ENTRY-AND-APPROVAL
        PERFORM PRINT-PAYMENT-REFERENCE
        PERFORM PRINT-DOCUMENT-REFERENCES.

     PERFORM PRINT-ATTRIBUTE-BOXES.
*>_________________________________________________________________________

LOOK-FOR-SAMPLED-VOUCHER.

*>   Drawn from the live file, it may have been purged since.

     MOVE "N" TO W-FOUND-VOUCHER-RECORD.
     IF NOT AUDSMP-IS-ARCHIVED
        MOVE AUDSMP-VOUCHER TO VOUCHER-NUMBER
        MOVE "Y" TO W-FOUND-VOUCHER-RECORD
        READ VOUCHER-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-VOUCHER-RECORD
        END-READ.

     IF NOT FOUND-VOUCHER-RECORD
        MOVE AUDSMP-VOUCHER TO VCARC-VOUCHER-NUMBER
        READ VOUCHER-ARCHIVE-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-VOUCHER-RECORD
           NOT INVALID KEY
              MOVE VCARC-VOUCHER-IMAGE TO VOUCHER-RECORD
              MOVE "Y" TO W-FOUND-VOUCHER-RECORD
        END-READ.
*>_________________________________________________________________________

PRINT-VENDOR-AND-INVOICE.

     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
     PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE.
     IF NOT FOUND-VENDOR-RECORD
        MOVE "** Not found **" TO VENDOR-NAME.
     IF VENDOR-FROM-ARCHIVE
        MOVE "(ARCHIVE)" TO W-SOURCE-TEXT
     ELSE
        MOVE SPACES TO W-SOURCE-TEXT.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "    VENDOR.......: " VOUCHER-VENDOR " " VENDOR-NAME " "
            W-SOURCE-TEXT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE VOUCHER-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO W-DATE-TEXT.
     MOVE VOUCHER-DUE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO W-SECOND-DATE-TEXT.
     MOVE VOUCHER-AMOUNT TO W-AMOUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "    INVOICE......: " VOUCHER-INVOICE "  DATED " W-DATE-TEXT
            "  DUE " W-SECOND-DATE-TEXT "  AMOUNT " W-AMOUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-ORDER-AND-RECEIPT.

     MOVE SPACES TO PRINTER-RECORD.
     IF VOUCHER-PO-NUMBER EQUAL ZEROS
        MOVE "    PURCHASE ORD.: NONE - NOT A PURCHASE ORDER INVOICE"
          TO PRINTER-RECORD
     ELSE
        PERFORM FIND-EARLIEST-RECEIPT-DATE
        IF W-RECEIPT-COUNT EQUAL ZEROS
           STRING "    PURCHASE ORD.: " VOUCHER-PO-NUMBER
                  "  *** NO RECEIPT RECORDED AGAINST THE ORDER ***"
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        ELSE
           MOVE W-RECEIPT-DATE TO W-DATE-MM-DD-CCYY
           PERFORM EDIT-PRINT-DATE
           MOVE W-PRINT-DATE TO W-DATE-TEXT
           STRING "    PURCHASE ORD.: " VOUCHER-PO-NUMBER
                  "  FIRST RECEIPT " W-DATE-TEXT "  RECEIPTS ON FILE "
                  W-RECEIPT-COUNT
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FIND-EARLIEST-RECEIPT-DATE.

     MOVE ZEROS TO W-RECEIPT-DATE.
     MOVE ZEROS TO W-RECEIPT-COUNT.
     MOVE "N" TO W-END-OF-RECEIPTS.
     MOVE VOUCHER-PO-NUMBER TO POREC-PO-NUMBER.
     MOVE ZEROS TO POREC-PO-LINE.
     MOVE ZEROS TO POREC-DATE.
     MOVE ZEROS TO POREC-SEQ.
     START PO-RECEIVING-FILE KEY IS NOT LESS THAN POREC-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-RECEIPTS.

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
              ADD 1 TO W-RECEIPT-COUNT
              IF W-RECEIPT-DATE EQUAL ZEROS
                 OR POREC-DATE LESS THAN W-RECEIPT-DATE
                 MOVE POREC-DATE TO W-RECEIPT-DATE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ENTRY-AND-APPROVAL.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "    ENTERED BY...: " VOUCHER-ENTERED-BY
            "  APPROVED BY " VOUCHER-APPROVED-BY
            "  SELECTED FOR PAYMENT BY " VOUCHER-SELECTED-BY
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     PERFORM FIND-VOUCHER-APPROVALS.

     IF W-FIRST-APPROVER NOT EQUAL SPACES
        MOVE W-FIRST-APPROVED-DATE TO W-DATE-MM-DD-CCYY
        PERFORM EDIT-PRINT-DATE
        MOVE W-PRINT-DATE TO W-DATE-TEXT
        MOVE SPACES TO PRINTER-RECORD
        STRING "    FIRST APPRVL.: " W-FIRST-APPROVER " ON " W-DATE-TEXT
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     IF W-FINAL-APPROVER NOT EQUAL SPACES
        MOVE W-FINAL-APPROVED-DATE TO W-DATE-MM-DD-CCYY
        PERFORM EDIT-PRINT-DATE
        MOVE W-PRINT-DATE TO W-DATE-TEXT
        MOVE SPACES TO PRINTER-RECORD
        IF W-FINAL-ON-BEHALF-OF EQUAL SPACES
           STRING "    FINAL APPRVL.: " W-FINAL-APPROVER " ON " W-DATE-TEXT
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        ELSE
           STRING "    FINAL APPRVL.: " W-FINAL-APPROVER " ON " W-DATE-TEXT
                  "  ON BEHALF OF " W-FINAL-ON-BEHALF-OF
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        END-IF
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     IF VOUCHER-ENTERED-BY NOT EQUAL SPACES
        AND (VOUCHER-ENTERED-BY EQUAL VOUCHER-APPROVED-BY
          OR VOUCHER-APPROVED-BY EQUAL VOUCHER-SELECTED-BY)
        MOVE "    *** THE SAME USER HELD TWO OF THE DUTIES ABOVE ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FIND-VOUCHER-APPROVALS.

     MOVE SPACES TO W-FIRST-APPROVER.
     MOVE SPACES TO W-FINAL-APPROVER.
     MOVE SPACES TO W-FINAL-ON-BEHALF-OF.
     MOVE ZEROS TO W-FIRST-APPROVED-DATE.
     MOVE ZEROS TO W-FINAL-APPROVED-DATE.

     MOVE "N" TO W-END-OF-APPROVALS.
     MOVE VOUCHER-NUMBER TO VAPPR-VOUCHER.
     MOVE ZEROS TO VAPPR-SEQ.
     START VOUCHER-APPROVAL-FILE KEY IS NOT LESS THAN VAPPR-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-APPROVALS.

     PERFORM CHECK-ONE-APPROVAL UNTIL END-OF-APPROVALS.
*>_________________________________________________________________________

CHECK-ONE-APPROVAL.

*>   The last FIRST and FINAL on file are the ones that stood.

     READ VOUCHER-APPROVAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-APPROVALS
        NOT AT END
           IF VAPPR-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-END-OF-APPROVALS
           ELSE
              IF VAPPR-IS-FIRST
                 MOVE VAPPR-APPROVED-BY TO W-FIRST-APPROVER
                 MOVE VAPPR-DATE        TO W-FIRST-APPROVED-DATE
              ELSE
                 MOVE VAPPR-APPROVED-BY   TO W-FINAL-APPROVER
                 MOVE VAPPR-ON-BEHALF-OF  TO W-FINAL-ON-BEHALF-OF
                 MOVE VAPPR-DATE          TO W-FINAL-APPROVED-DATE
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-PAYMENT-REFERENCE.

     MOVE VOUCHER-PAID-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO W-DATE-TEXT.
     MOVE VOUCHER-PAID-AMOUNT TO W-AMOUNT-EDITED.

     MOVE ZEROS TO W-PAID-ACH-BATCH.
     MOVE ZEROS TO W-PAID-ACH-SEQ.
     PERFORM FIND-ITEM-IN-TABLE
        VARYING W-ITEM-INDEX FROM 1 BY 1
          UNTIL W-ITEM-INDEX GREATER THAN ITEM-COUNT.

     MOVE SPACES TO PRINTER-RECORD.
     IF VOUCHER-CHECK-NO NOT EQUAL ZEROS
        STRING "    PAID.........: " W-DATE-TEXT "  " W-AMOUNT-EDITED
               "  CHECK / PAYMENT REFERENCE " VOUCHER-CHECK-NO
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
     ELSE
        IF W-PAID-ACH-BATCH NOT EQUAL ZEROS
           STRING "    PAID.........: " W-DATE-TEXT "  " W-AMOUNT-EDITED
                  "  ACH BATCH " W-PAID-ACH-BATCH
                  " ENTRY " W-PAID-ACH-SEQ
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        ELSE
           STRING "    PAID.........: " W-DATE-TEXT "  " W-AMOUNT-EDITED
                  "  *** NO CHECK OR ACH ENTRY ON FILE ***"
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FIND-ITEM-IN-TABLE.

     IF ITEM-VOUCHER (W-ITEM-INDEX) EQUAL VOUCHER-NUMBER
        AND ITEM-ACH-BATCH (W-ITEM-INDEX) NOT EQUAL ZEROS
        MOVE ITEM-ACH-BATCH (W-ITEM-INDEX) TO W-PAID-ACH-BATCH
        MOVE ITEM-ACH-SEQ (W-ITEM-INDEX)   TO W-PAID-ACH-SEQ.
*>_________________________________________________________________________

PRINT-DOCUMENT-REFERENCES.

     MOVE ZEROS TO W-DOCUMENT-COUNT.
     MOVE "N" TO W-DOCIDX-EOF.
     MOVE VOUCHER-NUMBER TO DOCIDX-VOUCHER.
     MOVE ZEROS TO DOCIDX-SEQ.
     START DOCUMENT-INDEX-FILE KEY IS NOT LESS THAN DOCIDX-KEY
        INVALID KEY
           MOVE "Y" TO W-DOCIDX-EOF.

     PERFORM PRINT-NEXT-DOCUMENT-REF UNTIL W-DOCIDX-EOF EQUAL "Y".

     IF W-DOCUMENT-COUNT EQUAL ZEROS
        MOVE "    DOCUMENT.....: *** NO SCANNED DOCUMENT INDEXED ***"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-NEXT-DOCUMENT-REF.

     READ DOCUMENT-INDEX-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-DOCIDX-EOF
        NOT AT END
           IF DOCIDX-VOUCHER NOT EQUAL VOUCHER-NUMBER
              MOVE "Y" TO W-DOCIDX-EOF
           ELSE
              ADD 1 TO W-DOCUMENT-COUNT
              MOVE SPACES TO PRINTER-RECORD
              STRING "    DOCUMENT.....: BATCH " DOCIDX-SCAN-BATCH
                     " DOC " DOCIDX-DOC-NUMBER
                DELIMITED BY SIZE INTO PRINTER-RECORD
              END-STRING
              WRITE PRINTER-RECORD BEFORE ADVANCING 1
              ADD 1 TO W-PRINTED-LINES
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-ATTRIBUTE-BOXES.

     PERFORM TALLY-ONE-ATTRIBUTE
        VARYING W-ATTRIBUTE-INDEX FROM 1 BY 1
          UNTIL W-ATTRIBUTE-INDEX GREATER THAN 8.
     IF AUDSMP-TESTED-BY NOT EQUAL SPACES
        ADD 1 TO W-ITEMS-TESTED.

     MOVE 1 TO W-ATTRIBUTE-INDEX.
     PERFORM PRINT-ONE-ATTRIBUTE-LINE.
     MOVE 5 TO W-ATTRIBUTE-INDEX.
     PERFORM PRINT-ONE-ATTRIBUTE-LINE.

     IF AUDSMP-TESTED-BY NOT EQUAL SPACES
        MOVE AUDSMP-TESTED-DATE TO W-DATE-MM-DD-CCYY
        PERFORM EDIT-PRINT-DATE
        MOVE W-PRINT-DATE TO W-DATE-TEXT
        MOVE SPACES TO PRINTER-RECORD
        STRING "    TESTED BY....: " AUDSMP-TESTED-BY " ON " W-DATE-TEXT
               "  " AUDSMP-NOTE
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

TALLY-ONE-ATTRIBUTE.

     IF AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX) EQUAL "Y"
        ADD 1 TO W-ATTRIBUTE-TESTED (W-ATTRIBUTE-INDEX)
     ELSE
        IF AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX) EQUAL "E"
           ADD 1 TO W-ATTRIBUTE-TESTED (W-ATTRIBUTE-INDEX)
           ADD 1 TO W-ATTRIBUTE-EXCEPTIONS (W-ATTRIBUTE-INDEX).
*>_________________________________________________________________________

PRINT-ONE-ATTRIBUTE-LINE.

*>   Four boxes from W-ATTRIBUTE-INDEX on.

     PERFORM FILL-ONE-ATTRIBUTE-BOX
        VARYING W-COLUMN-INDEX FROM 1 BY 1
          UNTIL W-COLUMN-INDEX GREATER THAN 4.
     MOVE ATTRIBUTE-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FILL-ONE-ATTRIBUTE-BOX.

     MOVE AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX)
       TO AL-RESULT (W-COLUMN-INDEX).
     MOVE ATTRIBUTE-NAME (W-ATTRIBUTE-INDEX)
       TO AL-NAME (W-COLUMN-INDEX).
     ADD 1 TO W-ATTRIBUTE-INDEX.
*>_________________________________________________________________________

PRINT-ATTRIBUTE-SUMMARY.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE ITEM-COUNT TO W-SIZE-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "RESULTS OF TESTING - " W-SIZE-EDITED " ITEM(S), "
            W-ITEMS-TESTED " TESTED:"
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM PRINT-ONE-ATTRIBUTE-TOTAL
        VARYING W-ATTRIBUTE-INDEX FROM 1 BY 1
          UNTIL W-ATTRIBUTE-INDEX GREATER THAN 8.
*>_________________________________________________________________________

PRINT-ONE-ATTRIBUTE-TOTAL.

     MOVE ATTRIBUTE-NAME (W-ATTRIBUTE-INDEX) TO SL-NAME.
     MOVE W-ATTRIBUTE-TESTED (W-ATTRIBUTE-INDEX) TO SL-TESTED.
     MOVE W-ATTRIBUTE-EXCEPTIONS (W-ATTRIBUTE-INDEX) TO SL-EXCEPTIONS.
     COMPUTE SL-UNTESTED = ITEM-COUNT - W-ATTRIBUTE-TESTED (W-ATTRIBUTE-INDEX).
     MOVE SUMMARY-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

TESTING-MODULE.

   DISPLAY "                    RECORD ATTRIBUTE TESTING".
   DISPLAY " ".

   PERFORM GET-SAMPLE-NUMBER.
   IF ENTRY-SAMPLE NOT EQUAL ZEROS
      PERFORM LOOK-FOR-SAMPLE-HEADER
      IF FOUND-SAMPLE
         PERFORM GET-ITEM-NUMBER
         PERFORM TEST-ONE-ITEM UNTIL ENTRY-ITEM EQUAL ZEROS.
*>_________________________________________________________________________

GET-ITEM-NUMBER.

     MOVE ZEROS TO ENTRY-ITEM.
     DISPLAY " ".
     DISPLAY "ITEM NUMBER ON THE WORKPAPER (<ENTER> FOR MENU): ".
     ACCEPT ENTRY-ITEM.
*>_________________________________________________________________________

TEST-ONE-ITEM.

     MOVE ENTRY-SAMPLE TO AUDSMP-SAMPLE.
     MOVE ENTRY-ITEM TO AUDSMP-SEQ.
     MOVE "Y" TO W-FOUND-ITEM.
     READ AUDIT-SAMPLE-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-ITEM.

     IF NOT FOUND-ITEM
        DISPLAY "*** ITEM " ENTRY-ITEM " IS NOT IN SAMPLE " ENTRY-SAMPLE " ! ***"
     ELSE
        PERFORM RECORD-ITEM-RESULTS.

     PERFORM GET-ITEM-NUMBER.
*>_________________________________________________________________________

RECORD-ITEM-RESULTS.

     MOVE AUDSMP-RECORD TO BK-AUDSMP-RECORD.
     MOVE AUDSMP-AMOUNT TO W-AMOUNT-EDITED.
     DISPLAY "VOUCHER " AUDSMP-VOUCHER "   AMOUNT " W-AMOUNT-EDITED.
     DISPLAY "FOR EACH ATTRIBUTE: Y = AGREED, E = EXCEPTION, <SPACE> = NOT TESTED".

     PERFORM GET-ONE-ATTRIBUTE-RESULT
        VARYING W-ATTRIBUTE-INDEX FROM 1 BY 1
          UNTIL W-ATTRIBUTE-INDEX GREATER THAN 8.

     DISPLAY "NOTE (<ENTER> KEEPS: " AUDSMP-NOTE "): ".
     MOVE SPACES TO ENTRY-NOTE.
     ACCEPT ENTRY-NOTE.
     IF ENTRY-NOTE NOT EQUAL SPACES
        INSPECT ENTRY-NOTE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
        MOVE ENTRY-NOTE TO AUDSMP-NOTE.

     IF AUDSMP-RECORD EQUAL BK-AUDSMP-RECORD
        DISPLAY "----- NOTHING CHANGED -----"
     ELSE
        MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
        MOVE W-CURRENT-USER-ID TO AUDSMP-TESTED-BY
        MOVE W-DAY-TODAY       TO AUDSMP-TESTED-DATE
        PERFORM REWRITE-SAMPLE-ITEM.
*>_________________________________________________________________________

GET-ONE-ATTRIBUTE-RESULT.

     MOVE "N" TO W-VALID-ENTRY.
     PERFORM ACCEPT-ATTRIBUTE-RESULT UNTIL VALID-ENTRY.
     MOVE ENTRY-RESULT TO AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX).
*>_________________________________________________________________________

ACCEPT-ATTRIBUTE-RESULT.

     DISPLAY W-ATTRIBUTE-INDEX " - " ATTRIBUTE-NAME (W-ATTRIBUTE-INDEX)
             " [" AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX) "] (<ENTER> KEEPS, "
             "- TO CLEAR): ".
     MOVE SPACES TO ENTRY-RESULT.
     ACCEPT ENTRY-RESULT.
     INSPECT ENTRY-RESULT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF ENTRY-RESULT EQUAL SPACES
        MOVE AUDSMP-ATTRIBUTE (W-ATTRIBUTE-INDEX) TO ENTRY-RESULT
        MOVE "Y" TO W-VALID-ENTRY
     ELSE
        IF ENTRY-RESULT EQUAL "-"
           MOVE SPACES TO ENTRY-RESULT
           MOVE "Y" TO W-VALID-ENTRY
        ELSE
           IF VALID-RESULT
              MOVE "Y" TO W-VALID-ENTRY
           ELSE
              DISPLAY "*** ANSWER Y, E, - OR <ENTER> ! ***".
*>_________________________________________________________________________

REWRITE-SAMPLE-ITEM.

     REWRITE AUDSMP-RECORD
        INVALID KEY
           MOVE "REWRITE"         TO W-EXCLOG-OPERATION
           MOVE AUDSMP-KEY        TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
           DISPLAY "ERROR WHILE UPDATING THE SAMPLE ITEM !"
        NOT INVALID KEY
           MOVE "AUDSAMPLE"       TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"          TO W-SYSAUD-ACTION
           MOVE AUDSMP-KEY        TO W-SYSAUD-KEY
           MOVE BK-AUDSMP-RECORD  TO W-SYSAUD-BEFORE-IMAGE
           MOVE AUDSMP-RECORD     TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           DISPLAY "----- RESULTS RECORDED FOR ITEM " AUDSMP-SEQ " -----"
     END-REWRITE.
*>_________________________________________________________________________

LIST-SAMPLES-MODULE.

   DISPLAY "                    AUDIT SAMPLES ON FILE".
   DISPLAY " ".
   DISPLAY "SAMPLE METHOD                PAID FROM  THROUGH           SEED ITEMS DRAWN BY".

   MOVE ZEROS TO W-ITEMS-DRAWN.
   MOVE "N" TO W-END-OF-ITEMS.
   MOVE ZEROS TO AUDSMP-KEY.
   START AUDIT-SAMPLE-FILE KEY IS NOT LESS THAN AUDSMP-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-ITEMS.
   PERFORM LIST-NEXT-SAMPLE UNTIL END-OF-ITEMS.

   IF W-ITEMS-DRAWN EQUAL ZEROS
      DISPLAY "*** NO SAMPLE DRAWN FOR THIS COMPANY YET ! ***".

   DISPLAY " ".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-SAMPLE.

     READ AUDIT-SAMPLE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ITEMS
        NOT AT END
           IF AUDSMP-SEQ EQUAL ZEROS
              AND AUDSMP-COMPANY EQUAL W-SESSION-COMPANY
              PERFORM LIST-ONE-SAMPLE
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-SAMPLE.

     ADD 1 TO W-ITEMS-DRAWN.
     PERFORM DESCRIBE-SAMPLE-METHOD.
     MOVE AUDSMP-FROM-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO W-DATE-TEXT.
     MOVE AUDSMP-TO-DATE TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-PRINT-DATE.
     MOVE W-PRINT-DATE TO W-SECOND-DATE-TEXT.
     MOVE AUDSMP-SAMPLE-SIZE TO W-SIZE-EDITED.
     DISPLAY AUDSMP-SAMPLE "  " H-METHOD (1:20) " " W-DATE-TEXT " "
             W-SECOND-DATE-TEXT " " AUDSMP-SEED " " W-SIZE-EDITED " "
             AUDSMP-CREATED-BY.
*>_________________________________________________________________________

EDIT-PRINT-DATE.

*>   CCYYMMDD in W-DATE-MM-DD-CCYY comes back as MM/DD/CCYY.

     COMPUTE DUMMY-FOR-DATE-12 = W-DATE-MM-DD-CCYY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-PRINT-DATE.
*>_________________________________________________________________________

GET-CURRENT-USER.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN INPUT SESSION-FILE.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE SPACES TO W-CURRENT-USER-ID
        NOT INVALID KEY
           IF SESSION-IS-ACTIVE
              MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
           ELSE
              MOVE SPACES TO W-CURRENT-USER-ID.
     CLOSE SESSION-FILE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL".
COPY "PLPRINT.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
