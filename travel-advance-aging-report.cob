IDENTIFICATION DIVISION.
PROGRAM-ID. travel-advance-aging-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLADVNC.CBL".
         COPY "SLEMP.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "travel-advance-aging.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDADVNC.CBL".
         COPY "FDEMP.CBL".
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
            05 FILLER              PIC X(45) VALUE "EMPLOYEE TRAVEL ADVANCES OUTSTANDING - AGING".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(59) VALUE "ADV NO  EMPL  EMPLOYEE NAME             STATUS   AGED FROM ".
            05 FILLER              PIC X(62) VALUE " OUTSTANDING  DAYS     0 - 30    31 - 60    61 - 90    OVER 90".

         01 HEADING-2.
            05 FILLER              PIC X(59) VALUE "======  ===== ========================= ======== ==========".
            05 FILLER              PIC X(62) VALUE " =========== ===== ========== ========== ========== ==========".

         01 DETAIL-1.
            05 D-ADV-NUMBER               PIC ZZZZZ9.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-EMPLOYEE                 PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-EMPLOYEE-NAME            PIC X(25).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATUS                   PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-AGED-FROM-DATE           PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-OUTSTANDING              PIC ZZZ,ZZ9.99-.
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

*>   Totals kept apart for advances still waiting on an expense report
*>   and for balances the employee owes back - the second is the
*>   receivable.

         01 AGING-TOTALS.
            05 AGING-TOTAL OCCURS 2 TIMES.
               10 AGT-COUNT               PIC 9(05).
               10 AGT-OUTSTANDING         PIC S9(9)V99.
               10 AGT-BUCKET              PIC S9(9)V99 OCCURS 4 TIMES.

         01 TOTAL-DETAIL.
            05 TD-LABEL                   PIC X(34).
            05 TD-COUNT                   PIC ZZZZ9.
            05 FILLER                     PIC X(19) VALUE SPACES.
            05 TD-OUTSTANDING             PIC ZZZ,ZZ9.99-.
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

         01 W-FOUND-EMP-RECORD     PIC X.
            88 FOUND-EMP-RECORD     VALUE "Y".

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

         77 W-AGED-FROM-DATE       PIC 9(8).
         77 W-OUTSTANDING          PIC S9(6)V99.
         77 W-DAYS-OUTSTANDING     PIC S9(5).
         77 W-BUCKET-INDEX         PIC 9.
         77 W-TOTAL-INDEX          PIC 9.
         77 W-ADVANCES-LISTED      PIC 9(6) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT TRAVEL-ADVANCE-FILE.
     OPEN INPUT EMPLOYEE-FILE.
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
     MOVE ZEROS TO ADV-NUMBER.
     START TRAVEL-ADVANCE-FILE KEY IS NOT LESS THAN ADV-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM AGE-NEXT-ADVANCE UNTIL END-OF-FILE.

     PERFORM PRINT-AGING-TOTALS.
     PERFORM FINALIZE-PAGE.

     CLOSE TRAVEL-ADVANCE-FILE.
     CLOSE EMPLOYEE-FILE.
     CLOSE PRINTER-FILE.

     MOVE "ADV-AGING" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-ADVANCES-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " ADVANCE(S) OUTSTANDING - SEE travel-advance-aging.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

AGE-NEXT-ADVANCE.

*>   An OPEN advance is aged from the day it was issued - the expense
*>   report is overdue. An OWED balance is aged from the day the
*>   report settled it - the repayment is overdue.

     READ TRAVEL-ADVANCE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF (ADV-IS-OPEN OR ADV-IS-OWED)
              AND (ADV-COMPANY EQUAL W-SESSION-COMPANY
                   OR (ADV-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
              PERFORM AGE-ONE-ADVANCE
           END-IF
     END-READ.
*>_________________________________________________________________________

AGE-ONE-ADVANCE.

     IF ADV-IS-OPEN
        MOVE 1                TO W-TOTAL-INDEX
        MOVE ADV-ISSUED-DATE  TO W-AGED-FROM-DATE
        MOVE ADV-AMOUNT       TO W-OUTSTANDING
     ELSE
        MOVE 2                TO W-TOTAL-INDEX
        MOVE ADV-SETTLED-DATE TO W-AGED-FROM-DATE
        COMPUTE W-OUTSTANDING = ADV-DUE-BACK - ADV-REPAID-AMOUNT.

     COMPUTE W-DAYS-OUTSTANDING = FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
                                - FUNCTION INTEGER-OF-DATE(W-AGED-FROM-DATE).

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

     PERFORM PRINT-ONE-ADVANCE.

     ADD 1             TO AGT-COUNT (W-TOTAL-INDEX).
     ADD W-OUTSTANDING TO AGT-OUTSTANDING (W-TOTAL-INDEX).
     ADD W-OUTSTANDING TO AGT-BUCKET (W-TOTAL-INDEX, W-BUCKET-INDEX).
     ADD 1 TO W-ADVANCES-LISTED.
*>_________________________________________________________________________

PRINT-ONE-ADVANCE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE ADV-EMPLOYEE TO EMP-NUMBER.
     MOVE "Y" TO W-FOUND-EMP-RECORD.
     READ EMPLOYEE-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-EMP-RECORD.

     MOVE ADV-NUMBER   TO D-ADV-NUMBER.
     MOVE ADV-EMPLOYEE TO D-EMPLOYEE.
     IF FOUND-EMP-RECORD
        MOVE EMP-NAME TO D-EMPLOYEE-NAME
     ELSE
        MOVE "* NOT ON EMPLOYEE FILE *" TO D-EMPLOYEE-NAME.
     MOVE ADV-STATUS   TO D-STATUS.

     COMPUTE DUMMY-FOR-DATE-12 = W-AGED-FROM-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-AGED-FROM-DATE.

     MOVE W-OUTSTANDING      TO D-OUTSTANDING.
     MOVE W-DAYS-OUTSTANDING TO D-DAYS.
     MOVE ZEROS TO D-BUCKET-1 D-BUCKET-2 D-BUCKET-3 D-BUCKET-4.
     IF W-BUCKET-INDEX EQUAL 1
        MOVE W-OUTSTANDING TO D-BUCKET-1.
     IF W-BUCKET-INDEX EQUAL 2
        MOVE W-OUTSTANDING TO D-BUCKET-2.
     IF W-BUCKET-INDEX EQUAL 3
        MOVE W-OUTSTANDING TO D-BUCKET-3.
     IF W-BUCKET-INDEX EQUAL 4
        MOVE W-OUTSTANDING TO D-BUCKET-4.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-AGING-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "OPEN - AWAITING EXPENSE REPORT:" TO TD-LABEL.
     MOVE 1 TO W-TOTAL-INDEX.
     PERFORM PRINT-ONE-AGING-TOTAL.

     MOVE "OWED BACK BY EMPLOYEES:" TO TD-LABEL.
     MOVE 2 TO W-TOTAL-INDEX.
     PERFORM PRINT-ONE-AGING-TOTAL.
*>_________________________________________________________________________

PRINT-ONE-AGING-TOTAL.

     MOVE AGT-COUNT (W-TOTAL-INDEX)         TO TD-COUNT.
     MOVE AGT-OUTSTANDING (W-TOTAL-INDEX)   TO TD-OUTSTANDING.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 1)     TO TD-BUCKET-1.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 2)     TO TD-BUCKET-2.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 3)     TO TD-BUCKET-3.
     MOVE AGT-BUCKET (W-TOTAL-INDEX, 4)     TO TD-BUCKET-4.
     MOVE TOTAL-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
