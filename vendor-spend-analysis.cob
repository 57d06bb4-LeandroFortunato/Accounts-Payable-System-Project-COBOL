         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLVNDPAR.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "vendor-spend-analysis.prn"
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDVNDPAR.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wsvndpar.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(26) VALUE SPACES.
            05 FILLER              PIC X(22) VALUE "VENDOR SPEND ANALYSIS".
            05 FILLER              PIC X(17) VALUE SPACES.
         77 W-BEST-INDEX           PIC 9(4).
         77 W-BEST-AMOUNT          PIC S9(9)V99.
         77 W-MONTH-INDEX          PIC 99.
         01 W-ROLL-UP-ANSWER       PIC X.
            88 ROLL-UP-TO-PARENTS  VALUE "Y".
      77 DUMMY                     PIC X.
*>_________________________________________________________________________


     COMPUTE W-PRIOR-YEAR = W-REPORT-YEAR - 1.

     DISPLAY "ROLL CHILD VENDORS UP TO THEIR PARENT ? (Y/N) - <ENTER>=N".
     MOVE "N" TO W-ROLL-UP-ANSWER.
     ACCEPT W-ROLL-UP-ANSWER.
     INSPECT W-ROLL-UP-ANSWER CONVERTING "y" TO "Y".

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-PARENT-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT CONTROL-FILE.
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     IF ROLL-UP-TO-PARENTS
        MOVE "NOTE: CHILD VENDORS' SPEND IS SHOWN UNDER THEIR PARENT VENDOR."
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     PERFORM FINALIZE-PAGE.

     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-PARENT-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

TALLY-ONE-PAYMENT.

     IF ROLL-UP-TO-PARENTS
        MOVE W-WORK-VENDOR TO W-VNDPAR-VENDOR
        PERFORM ROLL-UP-TO-PARENT
        MOVE W-VNDPAR-PARENT TO W-WORK-VENDOR.

     IF W-PAID-YEAR NOT EQUAL W-REPORT-YEAR
        AND W-PAID-YEAR NOT EQUAL W-PRIOR-YEAR
        CONTINUE

COPY "PLMENU.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-ROLL-UP-TO-PARENT.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
