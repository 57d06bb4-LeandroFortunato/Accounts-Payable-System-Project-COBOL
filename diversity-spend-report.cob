      COPY "SLVCARC.CBL".
      COPY "SLVND02.CBL".
      COPY "SLVNDDIV.CBL".
      COPY "SLVNDPAR.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "diversity-spend-report.prn"
      COPY "FDVCARC.CBL".
      COPY "FDVND02.CBL".
      COPY "FDVNDDIV.CBL".
      COPY "FDVNDPAR.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".
      COPY "wsvndpar.cbl".

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".
      77 W-DETAIL-FOUND                    PIC X.
      77 W-WORK-VENDOR                     PIC 9(5).
      77 W-WORK-AMOUNT                     PIC S9(8)V99.
      01 W-ROLL-UP-ANSWER                  PIC X.
         88 ROLL-UP-TO-PARENTS            VALUE "Y".
      77 W-PERCENTAGE                      PIC 9(3)V99.
      77 D-PERCENTAGE                      PIC ZZ9.99.
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO W-TO-PAID-DATE.

*>   Rolled up, a child vendor's spend counts under its parent's
*>   classifications and on the parent's detail line.
   DISPLAY "ROLL CHILD VENDORS UP TO THEIR PARENT ? (Y/N) - <ENTER>=N".
   MOVE "N" TO W-ROLL-UP-ANSWER.
   ACCEPT W-ROLL-UP-ANSWER.
   INSPECT W-ROLL-UP-ANSWER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   PERFORM SET-UP-CODE-TABLE.

   OPEN INPUT VOUCHER-FILE.
   OPEN INPUT VOUCHER-ARCHIVE-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT VENDOR-DIVERSITY-FILE.
   OPEN INPUT VENDOR-PARENT-FILE.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO VOUCHER-NUMBER.

   CLOSE VOUCHER-FILE.
   CLOSE VOUCHER-ARCHIVE-FILE.
   CLOSE VENDOR-PARENT-FILE.

   PERFORM PRINT-THE-REPORT.

      MOVE VOUCHER-VENDOR      TO W-WORK-VENDOR
      MOVE VOUCHER-PAID-AMOUNT TO W-WORK-AMOUNT
      ADD W-WORK-AMOUNT TO W-TOTAL-PAID-SPEND
      IF ROLL-UP-TO-PARENTS
         MOVE W-WORK-VENDOR TO W-VNDPAR-VENDOR
         PERFORM ROLL-UP-TO-PARENT
         MOVE W-VNDPAR-PARENT TO W-WORK-VENDOR
      END-IF
      PERFORM APPLY-VENDOR-CLASSIFICATIONS
   END-IF.
*>_________________________________________________________________________
   WRITE PRINTER-RECORD.
   MOVE "CONTRACTING OFFICER'S FORM REQUIRES." TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   IF ROLL-UP-TO-PARENTS
      MOVE "CHILD VENDORS' SPEND IS ROLLED UP TO THEIR PARENT VENDOR." TO PRINTER-RECORD
      WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-ROLL-UP-TO-PARENT.CBL".
*>_________________________________________________________________________
