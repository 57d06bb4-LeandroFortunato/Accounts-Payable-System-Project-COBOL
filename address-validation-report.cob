IDENTIFICATION DIVISION.
PROGRAM-ID. address-validation-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVND02.CBL".
         COPY "SLEMP.CBL".
         COPY "SLZIPREF.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "address-validation-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVND02.CBL".
         COPY "FDEMP.CBL".
         COPY "FDZIPREF.CBL".
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
         COPY "wszipval.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(36) VALUE SPACES.
            05 FILLER              PIC X(44)
                  VALUE "ADDRESSES FAILING THE POSTAL ZIP REFERENCE  ".
            05 FILLER              PIC X(43) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(46) VALUE "  ADDRESS  NO.   NAME                         ".
            05 FILLER              PIC X(46) VALUE "  CITY                 ST ZIP        PROBLEM  ".
            05 FILLER              PIC X(35) VALUE "            POSTAL CITY          ST".

         01 HEADING-2.
            05 FILLER              PIC X(46) VALUE "  ======== ===== =============================".
            05 FILLER              PIC X(46) VALUE "= ==================== == ========== =========".
            05 FILLER              PIC X(35) VALUE "=========== ==================== ==".

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-ADDRESS-TYPE             PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-NUMBER                   PIC 9(05).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-NAME                     PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CITY                     PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATE                    PIC X(02).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ZIP                      PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PROBLEM                  PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-POSTAL-CITY              PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-POSTAL-STATE             PIC X(02).

         01 TOTAL-LINE.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TOTAL-LABEL              PIC X(40).
            05 D-TOTAL-CHECKED            PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(11) VALUE " CHECKED   ".
            05 D-TOTAL-FAILED             PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(07) VALUE " FAILED".

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 W-ADDRESS-TYPE                PIC X(08).
         77 W-ADDRESS-NUMBER              PIC 9(05).
         77 W-ADDRESS-NAME                PIC X(30).
         77 W-ADDRESS-CITY                PIC X(20).
         77 W-ADDRESS-STATE               PIC X(02).
         77 W-ADDRESS-ZIP                 PIC X(10).

         77 W-VENDOR-CHECKED              PIC 9(06) VALUE 0.
         77 W-VENDOR-FAILED               PIC 9(06) VALUE 0.
         77 W-REMIT-CHECKED               PIC 9(06) VALUE 0.
         77 W-REMIT-FAILED                PIC 9(06) VALUE 0.
         77 W-EMPLOYEE-CHECKED            PIC 9(06) VALUE 0.
         77 W-EMPLOYEE-FAILED             PIC 9(06) VALUE 0.
         77 W-ADDRESSES-FAILED            PIC 9(06) VALUE 0.
         77 W-COUNT-EDITED                PIC ZZZZZ9.
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   The cleanup list for the postal reference: every US vendor
*>   address, remit-to address and employee address on file whose
*>   city, state and ZIP do not agree with the USPS City State
*>   product, with the Postal Service's city and state for the ZIP
*>   beside it. Foreign vendors are not checked.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "               ADDRESS / ZIP VALIDATION EXCEPTIONS".
     DISPLAY " ".

     OPEN INPUT ZIP-REFERENCE-FILE.

     MOVE "00000"  TO W-ZIPVAL-ZIP.
     MOVE SPACES   TO W-ZIPVAL-CITY W-ZIPVAL-STATE.
     PERFORM VALIDATE-ZIP-CODE.
     IF ZIPVAL-NO-REFERENCE
        CLOSE ZIP-REFERENCE-FILE
        DISPLAY "*** THE POSTAL ZIP REFERENCE HAS NOT BEEN LOADED - LOAD IT FROM"
        DISPLAY "    STATE-CODE MAINTENANCE FIRST ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
        EXIT PROGRAM
        STOP RUN.

     OPEN INPUT VENDOR-FILE.
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

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VENDOR-NUMBER.
     START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-VENDOR UNTIL END-OF-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO EMP-NUMBER.
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM CHECK-NEXT-EMPLOYEE UNTIL END-OF-FILE.

     PERFORM PRINT-REPORT-TOTALS.

     PERFORM FINALIZE-PAGE.

     CLOSE VENDOR-FILE.
     CLOSE EMPLOYEE-FILE.
     CLOSE ZIP-REFERENCE-FILE.
     CLOSE PRINTER-FILE.

     MOVE "ZIP-EXCEPTIONS" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-ADDRESSES-FAILED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " ADDRESS(ES) FAIL THE POSTAL REFERENCE"
             " - SEE address-validation-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

CHECK-NEXT-VENDOR.

     READ VENDOR-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VENDOR-COUNTRY EQUAL "US" OR VENDOR-COUNTRY EQUAL SPACES
              PERFORM CHECK-ONE-VENDOR
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-ONE-VENDOR.

     MOVE "VENDOR"         TO W-ADDRESS-TYPE.
     MOVE VENDOR-NUMBER    TO W-ADDRESS-NUMBER.
     MOVE VENDOR-NAME      TO W-ADDRESS-NAME.
     MOVE VENDOR-CITY      TO W-ADDRESS-CITY.
     MOVE VENDOR-STATE     TO W-ADDRESS-STATE.
     MOVE VENDOR-ZIP       TO W-ADDRESS-ZIP.
     ADD 1 TO W-VENDOR-CHECKED.
     PERFORM CHECK-ONE-ADDRESS.
     IF NOT ZIPVAL-ADDRESS-OK
        ADD 1 TO W-VENDOR-FAILED.

     IF VENDOR-REMIT-ADDRESS-1 NOT EQUAL SPACES
        MOVE "REMIT-TO"         TO W-ADDRESS-TYPE
        MOVE VENDOR-REMIT-NAME  TO W-ADDRESS-NAME
        MOVE VENDOR-REMIT-CITY  TO W-ADDRESS-CITY
        MOVE VENDOR-REMIT-STATE TO W-ADDRESS-STATE
        MOVE VENDOR-REMIT-ZIP   TO W-ADDRESS-ZIP
        ADD 1 TO W-REMIT-CHECKED
        PERFORM CHECK-ONE-ADDRESS
        IF NOT ZIPVAL-ADDRESS-OK
           ADD 1 TO W-REMIT-FAILED.
*>_________________________________________________________________________

CHECK-NEXT-EMPLOYEE.

     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE "EMPLOYEE"  TO W-ADDRESS-TYPE
           MOVE EMP-NUMBER  TO W-ADDRESS-NUMBER
           MOVE EMP-NAME    TO W-ADDRESS-NAME
           MOVE EMP-CITY    TO W-ADDRESS-CITY
           MOVE EMP-STATE   TO W-ADDRESS-STATE
           MOVE EMP-ZIP     TO W-ADDRESS-ZIP
           ADD 1 TO W-EMPLOYEE-CHECKED
           PERFORM CHECK-ONE-ADDRESS
           IF NOT ZIPVAL-ADDRESS-OK
              ADD 1 TO W-EMPLOYEE-FAILED
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-ONE-ADDRESS.

*>   A missing ZIP fails as badly formed.

     MOVE W-ADDRESS-ZIP   TO W-ZIPVAL-ZIP.
     MOVE W-ADDRESS-CITY  TO W-ZIPVAL-CITY.
     MOVE W-ADDRESS-STATE TO W-ZIPVAL-STATE.
     PERFORM VALIDATE-ZIP-CODE.

     IF NOT ZIPVAL-ADDRESS-OK
        PERFORM PRINT-ONE-EXCEPTION.
*>_________________________________________________________________________

PRINT-ONE-EXCEPTION.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE W-ADDRESS-TYPE   TO D-ADDRESS-TYPE.
     MOVE W-ADDRESS-NUMBER TO D-NUMBER.
     MOVE W-ADDRESS-NAME   TO D-NAME.
     MOVE W-ADDRESS-CITY   TO D-CITY.
     MOVE W-ADDRESS-STATE  TO D-STATE.
     MOVE W-ADDRESS-ZIP    TO D-ZIP.
     MOVE W-ZIPVAL-DEFAULT-CITY  TO D-POSTAL-CITY.
     MOVE W-ZIPVAL-DEFAULT-STATE TO D-POSTAL-STATE.

     IF W-ADDRESS-ZIP EQUAL SPACES
        MOVE "ZIP MISSING"          TO D-PROBLEM
     ELSE
     IF ZIPVAL-BAD-FORMAT
        MOVE "ZIP BADLY FORMED"     TO D-PROBLEM
     ELSE
     IF ZIPVAL-UNKNOWN-ZIP
        MOVE "ZIP NOT IN USPS FILE" TO D-PROBLEM
     ELSE
     IF ZIPVAL-WRONG-STATE
        MOVE "STATE DOES NOT MATCH" TO D-PROBLEM
     ELSE
        MOVE "CITY NOT FOR THE ZIP" TO D-PROBLEM.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
     ADD 1 TO W-ADDRESSES-FAILED.
*>_________________________________________________________________________

PRINT-REPORT-TOTALS.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "VENDOR ADDRESSES (US)"      TO D-TOTAL-LABEL.
     MOVE W-VENDOR-CHECKED             TO D-TOTAL-CHECKED.
     MOVE W-VENDOR-FAILED              TO D-TOTAL-FAILED.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "REMIT-TO ADDRESSES (US VENDORS)" TO D-TOTAL-LABEL.
     MOVE W-REMIT-CHECKED              TO D-TOTAL-CHECKED.
     MOVE W-REMIT-FAILED               TO D-TOTAL-FAILED.
     PERFORM WRITE-TOTAL-LINE.

     MOVE SPACES TO TOTAL-LINE.
     MOVE "EMPLOYEE ADDRESSES"         TO D-TOTAL-LABEL.
     MOVE W-EMPLOYEE-CHECKED           TO D-TOTAL-CHECKED.
     MOVE W-EMPLOYEE-FAILED            TO D-TOTAL-FAILED.
     PERFORM WRITE-TOTAL-LINE.
*>_________________________________________________________________________

WRITE-TOTAL-LINE.

     MOVE TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
COPY "PL-VALIDATE-ZIP-CODE.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
