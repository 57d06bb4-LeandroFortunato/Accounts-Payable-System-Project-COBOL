
         COPY "SLVCARC.CBL".
         COPY "SLDOCIDX.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDARC.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVCARC.CBL".
         COPY "FDDOCIDX.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDARC.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsdocidx.cbl".
      COPY "wsvndarc.cbl".

         COPY "wscase01.cbl".

         01 W-FOUND-RECORD                   PIC X.
            88 FOUND-RECORD                    VALUE "Y".

         01 W-FOUND-VENDOR-RECORD            PIC X.
            88 FOUND-VENDOR-RECORD             VALUE "Y".

         77 ENTRY-VOUCHER-NUMBER             PIC 9(7).
         77 ENTRY-VENDOR-NUMBER              PIC 9(5).
         77 DUMMY                            PIC X.

     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT DOCUMENT-INDEX-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT VENDOR-ARCHIVE-FILE.

     PERFORM GET-MENU-OPTION.
     PERFORM GET-MENU-OPTION UNTIL VALID-INQUIRY-MENU-OPTION.

     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE DOCUMENT-INDEX-FILE.
     CLOSE VENDOR-FILE.
     CLOSE VENDOR-ARCHIVE-FILE.

     EXIT PROGRAM.


     DISPLAY " ".
     DISPLAY "VOUCHER " W-VOUCHER-NUMBER " - VENDOR " W-VOUCHER-VENDOR.

*>   Vendors purged to the vendor archive still show by name.

     MOVE W-VOUCHER-VENDOR TO VENDOR-NUMBER.
     PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE.
     IF FOUND-VENDOR-RECORD
        IF VENDOR-FROM-ARCHIVE
           DISPLAY "VENDOR NAME...: " VENDOR-NAME " (ARCHIVED)"
        ELSE
           DISPLAY "VENDOR NAME...: " VENDOR-NAME
     ELSE
        DISPLAY "VENDOR NAME...: ** VENDOR NOT ON FILE **".
     DISPLAY "INVOICE.......: " W-VOUCHER-INVOICE.
     IF W-VOUCHER-SPLIT-FROM-NUMBER NOT EQUAL ZEROS
        DISPLAY "SPLIT FROM....: VOUCHER " W-VOUCHER-SPLIT-FROM-NUMBER
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL".
*>_________________________________________________________________________
