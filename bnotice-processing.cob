IDENTIFICATION DIVISION.
PROGRAM-ID. bnotice-processing.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLBNOTIC.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLHOLIDAY.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

      SELECT CP2100-FILE
             ASSIGN TO "cp2100-import.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT LETTER-FILE
             ASSIGN TO "bnotice-letters.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "bnotice-register.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDBNOTIC.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDHOLIDAY.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

      FD CP2100-FILE
         LABEL RECORDS ARE OMITTED.
*>    The CP2100 list as keyed or converted from the IRS media: tax
*>    year, payee TIN, payee name as filed and the account number we
*>    reported, semicolon-separated.
      01 CP2100-RECORD             PIC X(100).

      FD LETTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 LETTER-RECORD             PIC X(80).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(110).

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsmask.cbl".
      COPY "wsholiday.cbl".

      01 W-BNOTICE-MENU-OPTION             PIC 9.
         88 VALID-BNOTICE-MENU-OPTION     VALUE 0 THROUGH 4.

      01 W-BATCH-MODE-FLAG                 PIC X.
         88 BATCH-MODE                    VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-VENDORS                  PIC X.
         88 END-OF-VENDORS                VALUE "Y".

      01 W-END-OF-HISTORY                  PIC X.
         88 END-OF-HISTORY                VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-TIN-MATCHED-VENDOR              PIC X.
         88 TIN-MATCHED-VENDOR            VALUE "Y".

      01 W-ALREADY-ON-FILE                 PIC X.
         88 ALREADY-ON-FILE               VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 RUN-IS-CONFIRMED              VALUE "Y".

      01 W-CP2100-PARTS.
         05 W-CP-TAX-YEAR                  PIC X(04).
         05 W-CP-TIN                       PIC X(11).
         05 W-CP-NAME                      PIC X(40).
         05 W-CP-ACCOUNT                   PIC X(20).

      77 W-TIN-SOURCE                      PIC X(11).
      77 W-STRIPPED-TIN                    PIC X(09).
      77 W-CP-STRIPPED-TIN                 PIC X(09).
      77 W-TIN-DIGIT-INDEX                 PIC 99.
      77 W-TIN-OUT-INDEX                   PIC 99.

      77 W-MATCHED-VENDOR-NUMBER           PIC 9(05).
      77 W-NEXT-SEQUENCE                   PIC 9(03).
      77 W-PRIOR-NOTICE-COUNT              PIC 9(03).
      77 W-RECEIVED-YEAR                   PIC 9(04).
      77 W-PRIOR-YEAR                      PIC 9(04).
      77 W-RECEIVED-DATE                   PIC 9(08).
      77 W-BUSINESS-DATE                   PIC 9(08).
      77 W-BUSINESS-INT                    PIC 9(08).
      77 W-WITHHOLDING-RATE                PIC 99V99.
      77 W-RATE-EDITED                     PIC Z9.99.
      77 W-DATE-EDITED                     PIC 9999/99/99.
      77 ENTRY-VENDOR-NUMBER               PIC 9(05).
      77 W-NOTICE-OUTCOME                  PIC X(08).

      77 W-IMPORTED-COUNT                  PIC 9(5) VALUE 0.
      77 W-SECOND-COUNT                    PIC 9(5) VALUE 0.
      77 W-DUPLICATE-COUNT                 PIC 9(5) VALUE 0.
      77 W-UNMATCHED-COUNT                 PIC 9(5) VALUE 0.
      77 W-LETTER-COUNT                    PIC 9(5) VALUE 0.
      77 W-CURED-COUNT                     PIC 9(5) VALUE 0.
      77 W-WITHHOLD-COUNT                  PIC 9(5) VALUE 0.
      77 W-WAITING-COUNT                   PIC 9(5) VALUE 0.

      77 W-CURRENT-USER-ID                PIC X(10).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(75).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.
   PERFORM READ-CURRENT-SESSION-USER.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   MOVE SPACES TO W-BATCH-MODE-FLAG.
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   OPEN I-O BNOTICE-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN INPUT BANK-HOLIDAY-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   MOVE 24.00 TO W-WITHHOLDING-RATE. *> the IRS default when the control file has no rate
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE
      NOT INVALID KEY
         IF CONTROL-BACKUP-WH-RATE NOT EQUAL ZEROS
            MOVE CONTROL-BACKUP-WH-RATE TO W-WITHHOLDING-RATE
         END-IF
   END-READ.

   IF BATCH-MODE
*>    unattended runs only close out the notices whose window is up
      PERFORM DEADLINE-MODULE
   ELSE
      PERFORM GET-MENU-OPTION *> force first pass
      PERFORM GET-MENU-OPTION UNTIL
                                  W-BNOTICE-MENU-OPTION EQUAL ZERO
                               OR VALID-BNOTICE-MENU-OPTION

      PERFORM DO-OPTIONS UNTIL W-BNOTICE-MENU-OPTION EQUAL ZERO.

   CLOSE BNOTICE-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE BANK-HOLIDAY-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-SESSION-USER.

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

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                     IRS B-NOTICES (CP2100)".
         DISPLAY " "
         DISPLAY "                           ----------------------------------".
         DISPLAY "                           | 1 - IMPORT CP2100 FILE         |".
         DISPLAY "                           | 2 - PRINT B-NOTICE LETTERS     |".
         DISPLAY "                           | 3 - 30-DAY W-9 DEADLINE CHECK  |".
         DISPLAY "                           | 4 - VENDOR B-NOTICE HISTORY    |".
         DISPLAY "                           | 0 - EXIT                       |".
         DISPLAY "                           ----------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 11 TIMES.
         ACCEPT W-BNOTICE-MENU-OPTION.

        IF W-BNOTICE-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-BNOTICE-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-BNOTICE-MENU-OPTION = 1
      PERFORM IMPORT-MODULE.

   IF W-BNOTICE-MENU-OPTION = 2
      PERFORM LETTERS-MODULE.

   IF W-BNOTICE-MENU-OPTION = 3
      PERFORM DEADLINE-MODULE
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   IF W-BNOTICE-MENU-OPTION = 4
      PERFORM HISTORY-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-BNOTICE-MENU-OPTION EQUAL ZERO
                            OR VALID-BNOTICE-MENU-OPTION.
*>_________________________________________________________________________

IMPORT-MODULE.

   MOVE "IMPORT THE IRS CP2100 LIST FROM CP2100-IMPORT.TXT ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM CONFIRM-EXECUTION. *> force first loop
   PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF RUN-IS-CONFIRMED
*>    the 30 business days run from our letter, but first or second
*>    notice is decided by when the IRS list itself arrived
      MOVE ZEROS TO W-RECEIVED-DATE
      DISPLAY "DATE THE CP2100 WAS RECEIVED (YYYYMMDD, <ENTER> FOR TODAY): "
      ACCEPT W-RECEIVED-DATE
      IF W-RECEIVED-DATE EQUAL ZEROS
         OR FUNCTION TEST-DATE-YYYYMMDD (W-RECEIVED-DATE) NOT EQUAL ZERO
         MOVE W-DAY-TODAY TO W-RECEIVED-DATE
      END-IF

      OPEN INPUT CP2100-FILE
      OPEN OUTPUT PRINTER-FILE

      MOVE "CP2100 IMPORT - LINES THAT MATCHED NO VENDOR TAX ID:" TO PRINTER-RECORD
      WRITE PRINTER-RECORD
      MOVE SPACES TO PRINTER-RECORD
      WRITE PRINTER-RECORD

      MOVE 0 TO W-IMPORTED-COUNT
      MOVE 0 TO W-SECOND-COUNT
      MOVE 0 TO W-DUPLICATE-COUNT
      MOVE 0 TO W-UNMATCHED-COUNT
      MOVE "N" TO W-END-OF-FILE
      PERFORM IMPORT-NEXT-CP2100-LINE UNTIL END-OF-FILE

      MOVE SPACES TO PRINTER-RECORD
      STRING W-IMPORTED-COUNT " NOTICE(S) RECORDED, "
             W-SECOND-COUNT " OF THEM SECOND NOTICES, "
             W-DUPLICATE-COUNT " ALREADY ON FILE, "
             W-UNMATCHED-COUNT " UNMATCHED."
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD

      CLOSE CP2100-FILE
      CLOSE PRINTER-FILE

      DISPLAY " "
      DISPLAY W-IMPORTED-COUNT " B-NOTICE(S) RECORDED, "
              W-SECOND-COUNT " OF THEM SECOND NOTICES."
      IF W-DUPLICATE-COUNT NOT EQUAL ZEROS
         DISPLAY W-DUPLICATE-COUNT " LINE(S) SKIPPED - ALREADY ON FILE FOR THAT TAX YEAR."
      END-IF
      IF W-UNMATCHED-COUNT NOT EQUAL ZEROS
         DISPLAY W-UNMATCHED-COUNT " LINE(S) MATCHED NO VENDOR - SEE BNOTICE-REGISTER.PRN !"
      END-IF
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

IMPORT-NEXT-CP2100-LINE.

   READ CP2100-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF CP2100-RECORD NOT EQUAL SPACES
            PERFORM IMPORT-ONE-CP2100-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

IMPORT-ONE-CP2100-LINE.

   MOVE SPACES TO W-CP2100-PARTS.
   UNSTRING CP2100-RECORD DELIMITED BY ";"
      INTO W-CP-TAX-YEAR
           W-CP-TIN
           W-CP-NAME
           W-CP-ACCOUNT
   END-UNSTRING.

   MOVE W-CP-TIN TO W-TIN-SOURCE.
   PERFORM STRIP-TIN-TO-DIGITS.
   MOVE W-STRIPPED-TIN TO W-CP-STRIPPED-TIN.

   MOVE "N" TO W-TIN-MATCHED-VENDOR.
   IF W-CP-STRIPPED-TIN NOT EQUAL SPACES
      PERFORM FIND-VENDOR-BY-TIN.

   IF NOT TIN-MATCHED-VENDOR
      OR W-CP-TAX-YEAR NOT NUMERIC
      ADD 1 TO W-UNMATCHED-COUNT
      MOVE CP2100-RECORD TO PRINTER-RECORD
      WRITE PRINTER-RECORD
   ELSE
      PERFORM SCAN-VENDOR-NOTICE-HISTORY
      IF ALREADY-ON-FILE
         ADD 1 TO W-DUPLICATE-COUNT
      ELSE
         PERFORM RECORD-NEW-BNOTICE.
*>_________________________________________________________________________

FIND-VENDOR-BY-TIN.

*>   The vendor file is keyed by vendor number, so the TIN has to be
*>   looked for the long way.

   MOVE "N" TO W-END-OF-VENDORS.
   MOVE ZEROS TO VENDOR-NUMBER.
   START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-VENDORS.

   PERFORM COMPARE-NEXT-VENDOR-TIN
      UNTIL END-OF-VENDORS OR TIN-MATCHED-VENDOR.
*>_________________________________________________________________________

COMPARE-NEXT-VENDOR-TIN.

   READ VENDOR-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-VENDORS
      NOT AT END
         MOVE VENDOR-TAX-ID TO W-TIN-SOURCE
         PERFORM STRIP-TIN-TO-DIGITS
         IF W-STRIPPED-TIN EQUAL W-CP-STRIPPED-TIN
            MOVE "Y" TO W-TIN-MATCHED-VENDOR
            MOVE VENDOR-NUMBER TO W-MATCHED-VENDOR-NUMBER
         END-IF
   END-READ.
*>_________________________________________________________________________

STRIP-TIN-TO-DIGITS.

*>   Tax ids are carried punctuated (NN-NNNNNNN or NNN-NN-NNNN); only
*>   the nine digits are compared.

   MOVE SPACES TO W-STRIPPED-TIN.
   MOVE 1 TO W-TIN-OUT-INDEX.

   PERFORM KEEP-ONE-TIN-DIGIT
      VARYING W-TIN-DIGIT-INDEX FROM 1 BY 1
      UNTIL W-TIN-DIGIT-INDEX GREATER THAN 11
         OR W-TIN-OUT-INDEX GREATER THAN 9.

   IF W-TIN-OUT-INDEX NOT GREATER THAN 9
      MOVE SPACES TO W-STRIPPED-TIN. *> fewer than nine digits is no TIN at all
*>_________________________________________________________________________

KEEP-ONE-TIN-DIGIT.

   IF W-TIN-SOURCE (W-TIN-DIGIT-INDEX:1) NUMERIC
      MOVE W-TIN-SOURCE (W-TIN-DIGIT-INDEX:1)
        TO W-STRIPPED-TIN (W-TIN-OUT-INDEX:1)
      ADD 1 TO W-TIN-OUT-INDEX.
*>_________________________________________________________________________

SCAN-VENDOR-NOTICE-HISTORY.

*>   The IRS calls for a second B-notice when the same payee turns up
*>   on a CP2100 again within three calendar years of the first; a
*>   repeat of a tax year already on file is the same notice twice.

   MOVE "N" TO W-ALREADY-ON-FILE.
   MOVE ZEROS TO W-NEXT-SEQUENCE.
   MOVE ZEROS TO W-PRIOR-NOTICE-COUNT.
   MOVE W-RECEIVED-DATE (1:4) TO W-RECEIVED-YEAR.

   MOVE "N" TO W-END-OF-HISTORY.
   MOVE W-MATCHED-VENDOR-NUMBER TO BNOTICE-VENDOR.
   MOVE ZEROS TO BNOTICE-SEQUENCE.
   START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-HISTORY.

   PERFORM SCAN-NEXT-PRIOR-NOTICE UNTIL END-OF-HISTORY.
*>_________________________________________________________________________

SCAN-NEXT-PRIOR-NOTICE.

   READ BNOTICE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-HISTORY
      NOT AT END
         IF BNOTICE-VENDOR NOT EQUAL W-MATCHED-VENDOR-NUMBER
            MOVE "Y" TO W-END-OF-HISTORY
         ELSE
            MOVE BNOTICE-SEQUENCE TO W-NEXT-SEQUENCE
            IF BNOTICE-TAX-YEAR EQUAL W-CP-TAX-YEAR
               MOVE "Y" TO W-ALREADY-ON-FILE
            END-IF
            MOVE BNOTICE-RECEIVED-DATE (1:4) TO W-PRIOR-YEAR
            IF W-PRIOR-YEAR + 2 NOT LESS THAN W-RECEIVED-YEAR
               ADD 1 TO W-PRIOR-NOTICE-COUNT
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

RECORD-NEW-BNOTICE.

   MOVE SPACES TO BNOTICE-RECORD.
   MOVE W-MATCHED-VENDOR-NUMBER TO BNOTICE-VENDOR.
   ADD 1 TO W-NEXT-SEQUENCE.
   MOVE W-NEXT-SEQUENCE   TO BNOTICE-SEQUENCE.
   MOVE W-SESSION-COMPANY TO BNOTICE-COMPANY.
   MOVE W-CP-TAX-YEAR     TO BNOTICE-TAX-YEAR.
   MOVE W-CP-STRIPPED-TIN TO BNOTICE-IRS-TIN.
   MOVE W-CP-NAME         TO BNOTICE-IRS-NAME.

   IF W-PRIOR-NOTICE-COUNT EQUAL ZEROS
      MOVE "FIRST" TO BNOTICE-NOTICE-TYPE
   ELSE
      MOVE "SECOND" TO BNOTICE-NOTICE-TYPE
      ADD 1 TO W-SECOND-COUNT.

   MOVE W-RECEIVED-DATE   TO BNOTICE-RECEIVED-DATE.
   MOVE ZEROS             TO BNOTICE-MAILED-DATE.
   MOVE ZEROS             TO BNOTICE-DEADLINE-DATE.
   MOVE "OPEN"            TO BNOTICE-STATUS.
   MOVE ZEROS             TO BNOTICE-CLOSED-DATE.
   MOVE W-CURRENT-USER-ID TO BNOTICE-IMPORTED-BY.

   WRITE BNOTICE-RECORD
      INVALID KEY
         DISPLAY "*** ERROR RECORDING THE B-NOTICE FOR VENDOR "
                 BNOTICE-VENDOR " ! ***"
      NOT INVALID KEY
         ADD 1 TO W-IMPORTED-COUNT
         MOVE "BNOTICE"      TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE BNOTICE-KEY    TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE BNOTICE-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-WRITE.
*>_________________________________________________________________________

LETTERS-MODULE.

   MOVE "PRINT THE B-NOTICE LETTER FOR EVERY NOTICE NOT YET MAILED ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM CONFIRM-EXECUTION. *> force first loop
   PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF RUN-IS-CONFIRMED
      OPEN OUTPUT LETTER-FILE

      MOVE 0 TO W-LETTER-COUNT
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO BNOTICE-KEY
      START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM LETTER-FOR-NEXT-UNMAILED UNTIL END-OF-FILE

      CLOSE LETTER-FILE

      DISPLAY " "
      DISPLAY W-LETTER-COUNT " LETTER(S) PRINTED TO BNOTICE-LETTERS.PRN - MAIL THEM"
      DISPLAY "TODAY; THE 30 BUSINESS DAYS FOR A CORRECTED W-9 START NOW."
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

LETTER-FOR-NEXT-UNMAILED.

   READ BNOTICE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF BNOTICE-IS-OPEN
            AND BNOTICE-MAILED-DATE EQUAL ZEROS
            AND BNOTICE-COMPANY EQUAL W-SESSION-COMPANY
            MOVE BNOTICE-VENDOR TO VENDOR-NUMBER
            MOVE "Y" TO W-FOUND-VENDOR-RECORD
            PERFORM LOOK-FOR-VENDOR-RECORD
            IF FOUND-VENDOR-RECORD
               PERFORM PRINT-AND-STAMP-LETTER
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-AND-STAMP-LETTER.

   IF BNOTICE-IS-SECOND
      PERFORM PRINT-SECOND-NOTICE-LETTER
   ELSE
      PERFORM PRINT-FIRST-NOTICE-LETTER.
   ADD 1 TO W-LETTER-COUNT.

   MOVE BNOTICE-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE W-DAY-TODAY TO BNOTICE-MAILED-DATE.
   PERFORM COMPUTE-W9-DEADLINE.
   MOVE W-BUSINESS-DATE TO BNOTICE-DEADLINE-DATE.

   REWRITE BNOTICE-RECORD
      INVALID KEY
         DISPLAY "*** ERROR STAMPING THE MAILED DATE ! ***"
      NOT INVALID KEY
         MOVE "BNOTICE"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE BNOTICE-KEY    TO W-SYSAUD-KEY
         MOVE BNOTICE-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

COMPUTE-W9-DEADLINE.

*>   Thirty business days from the letter - weekends and the bank
*>   holiday calendar do not count.

   MOVE BNOTICE-MAILED-DATE TO W-BUSINESS-DATE.
   PERFORM STEP-ONE-BUSINESS-DAY 30 TIMES.
*>_________________________________________________________________________

STEP-ONE-BUSINESS-DAY.

   COMPUTE W-BUSINESS-INT = FUNCTION INTEGER-OF-DATE (W-BUSINESS-DATE) + 1.
   COMPUTE W-ROLL-DATE = FUNCTION DATE-OF-INTEGER (W-BUSINESS-INT).
   PERFORM ROLL-TO-BUSINESS-DAY.
   MOVE W-ROLLED-DATE TO W-BUSINESS-DATE.
*>_________________________________________________________________________

PRINT-LETTER-HEADING.

   MOVE ALL "-" TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE CONTROL-COMPANY-NAME TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE CONTROL-COMPANY-ADDRESS-1 TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING CONTROL-COMPANY-CITY ", " CONTROL-COMPANY-STATE
          " " CONTROL-COMPANY-ZIP
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE CONTROL-COMPANY-PHONE TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE W-DAY-TODAY TO W-DATE-EDITED.
   STRING "DATE: " W-DATE-EDITED DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE "IMPORTANT TAX NOTICE - ACTION IS NEEDED TO AVOID BACKUP WITHHOLDING"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE VENDOR-NAME TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE VENDOR-ADDRESS-1 TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   IF VENDOR-ADDRESS-2 NOT EQUAL SPACES
      MOVE VENDOR-ADDRESS-2 TO LETTER-RECORD
      WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING VENDOR-CITY ", " VENDOR-STATE " " VENDOR-ZIP
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   PERFORM MASK-SENSITIVE-VENDOR-FIELDS.
   STRING "RE: " BNOTICE-NOTICE-TYPE " B-NOTICE - TAX YEAR " BNOTICE-TAX-YEAR
          " - TIN ON FILE " W-MASKED-TAX-ID
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING "    NAME AS FILED: " BNOTICE-IRS-NAME
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE "DEAR SIR OR MADAM," TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE "THE INTERNAL REVENUE SERVICE HAS NOTIFIED US THAT THE NAME AND TAXPAYER"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "IDENTIFICATION NUMBER (TIN) WE REPORTED FOR YOU ON FORM 1099 DO NOT"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "MATCH THEIR RECORDS." TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.
*>_________________________________________________________________________

PRINT-FIRST-NOTICE-LETTER.

   PERFORM PRINT-LETTER-HEADING.

   MOVE "PLEASE COMPLETE, SIGN AND RETURN THE ENCLOSED FORM W-9 SHOWING YOUR"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "CORRECT NAME AND TIN. IF THE NAME AND TIN ON OUR RECORDS ARE ALREADY"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "CORRECT, CONTACT THE IRS OR THE SOCIAL SECURITY ADMINISTRATION SO THEIR"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "RECORDS AGREE, AND RETURN THE SIGNED FORM W-9 TO US." TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   PERFORM PRINT-LETTER-CLOSING.
*>_________________________________________________________________________

PRINT-SECOND-NOTICE-LETTER.

   PERFORM PRINT-LETTER-HEADING.

   MOVE "THIS IS THE SECOND SUCH NOTICE WITHIN THREE YEARS. A NEW FORM W-9 ALONE"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "CANNOT BE ACCEPTED. PLEASE RETURN THE ENCLOSED FORM W-9 TOGETHER WITH"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "VALIDATION OF YOUR NAME AND TIN: A COPY OF YOUR SOCIAL SECURITY CARD"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "(FORM SSA-7028 IF YOUR NAME HAS CHANGED) FOR AN INDIVIDUAL, OR IRS"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "LETTER 147C CONFIRMING THE EMPLOYER IDENTIFICATION NUMBER FOR A BUSINESS."
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   PERFORM PRINT-LETTER-CLOSING.
*>_________________________________________________________________________

PRINT-LETTER-CLOSING.

   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE W-WITHHOLDING-RATE TO W-RATE-EDITED.
   STRING "IF WE DO NOT RECEIVE IT WITHIN 30 BUSINESS DAYS OF THIS LETTER, FEDERAL"
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING "LAW REQUIRES US TO BEGIN BACKUP WITHHOLDING AT " W-RATE-EDITED
          "% ON EVERY PAYMENT WE MAKE"
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "TO YOU UNTIL THE CORRECTED INFORMATION IS RECEIVED." TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "ENCLOSURE: FORM W-9, REQUEST FOR TAXPAYER IDENTIFICATION NUMBER"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "ACCOUNTS PAYABLE" TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   WRITE LETTER-RECORD.
*>_________________________________________________________________________

DEADLINE-MODULE.

*>   A corrected W-9 keyed on the vendor on or after the day the
*>   CP2100 arrived closes the notice. Once the 30 business days are
*>   up without one, the vendor is flagged MISMATCH - the same flag
*>   TIN matching sets - and every payment from then on carries
*>   backup withholding through the normal payment programs.

   OPEN OUTPUT PRINTER-FILE.
   MOVE "B-NOTICE DEADLINE CHECK - NOTICES CLOSED THIS RUN:" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE 0 TO W-CURED-COUNT.
   MOVE 0 TO W-WITHHOLD-COUNT.
   MOVE 0 TO W-WAITING-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO BNOTICE-KEY.
   START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM CHECK-NEXT-OPEN-NOTICE UNTIL END-OF-FILE.

   MOVE SPACES TO PRINTER-RECORD.
   STRING W-CURED-COUNT " CURED BY A CORRECTED W-9, "
          W-WITHHOLD-COUNT " PUT UNDER BACKUP WITHHOLDING, "
          W-WAITING-COUNT " STILL INSIDE THE WINDOW."
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.

   CLOSE PRINTER-FILE.

   DISPLAY W-CURED-COUNT " B-NOTICE(S) CURED, "
           W-WITHHOLD-COUNT " VENDOR(S) NOW UNDER BACKUP WITHHOLDING, "
           W-WAITING-COUNT " WAITING.".
   DISPLAY "SEE BNOTICE-REGISTER.PRN.".
*>_________________________________________________________________________

CHECK-NEXT-OPEN-NOTICE.

   READ BNOTICE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF BNOTICE-IS-OPEN
            AND BNOTICE-MAILED-DATE NOT EQUAL ZEROS
            AND BNOTICE-COMPANY EQUAL W-SESSION-COMPANY
            PERFORM CHECK-ONE-OPEN-NOTICE
         END-IF
   END-READ.
*>_________________________________________________________________________

CHECK-ONE-OPEN-NOTICE.

   MOVE BNOTICE-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF FOUND-VENDOR-RECORD
      AND VENDOR-W9-RECEIVED-DATE NOT LESS THAN BNOTICE-RECEIVED-DATE
      MOVE "CURED" TO W-NOTICE-OUTCOME
      PERFORM CLOSE-THE-NOTICE
      ADD 1 TO W-CURED-COUNT
   ELSE
      IF W-DAY-TODAY GREATER THAN BNOTICE-DEADLINE-DATE
         PERFORM START-BACKUP-WITHHOLDING
         MOVE "WITHHOLD" TO W-NOTICE-OUTCOME
         PERFORM CLOSE-THE-NOTICE
         ADD 1 TO W-WITHHOLD-COUNT
      ELSE
         ADD 1 TO W-WAITING-COUNT.
*>_________________________________________________________________________

START-BACKUP-WITHHOLDING.

   IF FOUND-VENDOR-RECORD
      AND NOT VENDOR-TIN-MISMATCH
      MOVE VENDOR-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE "MISMATCH" TO VENDOR-TIN-MATCH-STATUS
      REWRITE VENDOR-RECORD
         INVALID KEY
            DISPLAY "*** ERROR FLAGGING VENDOR " VENDOR-NUMBER " ! ***"
         NOT INVALID KEY
            MOVE "VENDOR"        TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"        TO W-SYSAUD-ACTION
            MOVE VENDOR-NUMBER   TO W-SYSAUD-KEY
            MOVE VENDOR-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE.
*>_________________________________________________________________________

CLOSE-THE-NOTICE.

*>   W-NOTICE-OUTCOME carries the outcome in: CURED or WITHHOLD.

   MOVE BNOTICE-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE W-NOTICE-OUTCOME TO BNOTICE-STATUS.
   MOVE W-DAY-TODAY TO BNOTICE-CLOSED-DATE.

   REWRITE BNOTICE-RECORD
      INVALID KEY
         DISPLAY "*** ERROR CLOSING THE B-NOTICE FOR VENDOR "
                 BNOTICE-VENDOR " ! ***"
      NOT INVALID KEY
         MOVE "BNOTICE"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE BNOTICE-KEY    TO W-SYSAUD-KEY
         MOVE BNOTICE-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "VENDOR " BNOTICE-VENDOR " " VENDOR-NAME
          " " BNOTICE-NOTICE-TYPE " NOTICE TAX YEAR " BNOTICE-TAX-YEAR
          " -> " BNOTICE-STATUS
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

HISTORY-MODULE.

   MOVE ZEROS TO ENTRY-VENDOR-NUMBER.
   DISPLAY "VENDOR NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-VENDOR-NUMBER.

   PERFORM SHOW-ONE-VENDOR-HISTORY UNTIL ENTRY-VENDOR-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

SHOW-ONE-VENDOR-HISTORY.

   MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      DISPLAY "VENDOR NOT FOUND !"
   ELSE
      DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
      DISPLAY "W-9 RECEIVED: " VENDOR-W9-RECEIVED-DATE
              "   TIN MATCHING: " VENDOR-TIN-MATCH-STATUS
      DISPLAY " "
      DISPLAY "SEQ TYPE   TAX YR RECEIVED MAILED   DEADLINE STATUS   CLOSED"
      MOVE 0 TO W-IMPORTED-COUNT
      MOVE "N" TO W-END-OF-HISTORY
      MOVE ENTRY-VENDOR-NUMBER TO BNOTICE-VENDOR
      MOVE ZEROS TO BNOTICE-SEQUENCE
      START BNOTICE-FILE KEY IS NOT LESS THAN BNOTICE-KEY
         INVALID KEY
            MOVE "Y" TO W-END-OF-HISTORY
      END-START
      PERFORM SHOW-NEXT-HISTORY-LINE UNTIL END-OF-HISTORY
      IF W-IMPORTED-COUNT EQUAL ZEROS
         DISPLAY "( NO B-NOTICES ON FILE )".

   DISPLAY " ".
   MOVE ZEROS TO ENTRY-VENDOR-NUMBER.
   DISPLAY "VENDOR NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-VENDOR-NUMBER.
*>_________________________________________________________________________

SHOW-NEXT-HISTORY-LINE.

   READ BNOTICE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-HISTORY
      NOT AT END
         IF BNOTICE-VENDOR NOT EQUAL ENTRY-VENDOR-NUMBER
            MOVE "Y" TO W-END-OF-HISTORY
         ELSE
            ADD 1 TO W-IMPORTED-COUNT
            DISPLAY BNOTICE-SEQUENCE " " BNOTICE-NOTICE-TYPE " "
                    BNOTICE-TAX-YEAR "   " BNOTICE-RECEIVED-DATE " "
                    BNOTICE-MAILED-DATE " " BNOTICE-DEADLINE-DATE " "
                    BNOTICE-STATUS " " BNOTICE-CLOSED-DATE
         END-IF
   END-READ.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-MASK-SENSITIVE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-ROLL-TO-BUSINESS-DAY.CBL".
COPY "PLSYSAUD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
