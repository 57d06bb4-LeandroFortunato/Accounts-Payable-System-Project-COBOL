
         COPY "SLVOUCH.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDARC.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLCHKPT.CBL".

         COPY "FDVOUCH.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDARC.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDCHKPT.CBL".
      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wsvndarc.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(25) VALUE SPACES.
            05 FILLER              PIC X(24) VALUE "1099 YEAR-END REPORT".
            05 FILLER              PIC X(16) VALUE SPACES.

     OPEN I-O WORK-FILE.
     OPEN I-O VENDOR-FILE.
     OPEN INPUT VENDOR-ARCHIVE-FILE.
     OPEN INPUT CONTROL-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.

     CLOSE WORK-FILE.
     CLOSE VENDOR-FILE.
     CLOSE VENDOR-ARCHIVE-FILE.
     CLOSE PRINTER-FILE.

     MOVE "VENDOR-1099" TO W-SPOOL-REPORT-ID.

   MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE.

   MOVE CURRENT-VENDOR TO D-VENDOR-NUMBER.
   IF FOUND-VENDOR-RECORD
              IF W-PAID-YEAR EQUAL ENTRY-YEAR
                 MOVE WORK-VENDOR TO VENDOR-NUMBER
                 MOVE "Y" TO W-FOUND-VENDOR-RECORD
                 PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE
                 IF FOUND-VENDOR-RECORD AND VENDOR-IS-1099-ELIGIBLE
                    MOVE "Y" TO W-QUALIFIES
                 END-IF
        DISPLAY "PLEASE ANSWER Y OR N !".
*>_________________________________________________________________________

COPY "PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL".
COPY "PLSORT.CBL".
COPY "PLPRINT.CBL".
COPY "PL-MASK-SENSITIVE.CBL".
