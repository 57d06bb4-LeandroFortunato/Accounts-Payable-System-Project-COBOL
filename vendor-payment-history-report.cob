         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDARC.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLSESSION.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDARC.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDSESSION.CBL".
      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wsvndarc.cbl".
         COPY "wsbatrq.cbl".
         COPY "wscase01.cbl".

         COPY "wslookup.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(17) VALUE SPACES.
            05 FILLER              PIC X(29) VALUE "VENDOR PAYMENT HISTORY REPORT".
            05 FILLER              PIC X(19) VALUE SPACES.
    OPEN I-O VOUCHER-FILE.
    OPEN INPUT VOUCHER-ARCHIVE-FILE.
    OPEN I-O VENDOR-FILE.
    OPEN INPUT VENDOR-ARCHIVE-FILE.
    OPEN INPUT FISCAL-CALENDAR-FILE.
    OPEN INPUT CONTROL-FILE.
    OPEN OUTPUT PRINTER-FILE.
    CLOSE VOUCHER-FILE.
    CLOSE VOUCHER-ARCHIVE-FILE.
    CLOSE VENDOR-FILE.
    CLOSE VENDOR-ARCHIVE-FILE.
    CLOSE FISCAL-CALENDAR-FILE.
    CLOSE PRINTER-FILE.

    PERFORM ARCHIVE-REPORT-TO-SPOOL.

     IF BATCH-MODE
        MOVE "vendor-payment-history-report" TO W-BATRQ-PROGRAM
        MOVE W-SPOOL-LINE-COUNT TO W-BATRQ-RECORD-COUNT
        PERFORM WRITE-BATCH-STATUS.

    EXIT PROGRAM.

   IF W-VENDOR-NUMBER-FILTER NOT EQUAL ZEROS
      MOVE W-VENDOR-NUMBER-FILTER TO VENDOR-NUMBER
      PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE.
*>_________________________________________________________________________

GET-DATE-RANGE.
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLBATRQ.CBL".
COPY "PL-VENDOR-NAME-LOOKUP.CBL".
COPY "PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL".
COPY "PLSPOOL.CBL".
