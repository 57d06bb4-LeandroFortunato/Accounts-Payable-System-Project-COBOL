IDENTIFICATION DIVISION.
PROGRAM-ID. invoice-dispute.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLDISPUT.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLOTPAY.CBL".

      SELECT LETTER-FILE
             ASSIGN TO "dispute-letters.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "open-disputes-aging.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDDISPUT.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDOTPAY.CBL".

      FD LETTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 LETTER-RECORD             PIC X(80).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(132).

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".

      01 W-DISPUTE-MENU-OPTION             PIC 9.
         88 VALID-DISPUTE-MENU-OPTION     VALUE 0 THROUGH 5.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-VOUCHER-RECORD            PIC X.
         88 FOUND-VOUCHER-RECORD          VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-DISPUTE-RECORD            PIC X.
         88 FOUND-DISPUTE-RECORD          VALUE "Y".

      01 W-FOUND-OTP-RECORD                PIC X.
         88 FOUND-OTP-RECORD              VALUE "Y".

      01 W-CREDIT-MEMO-OK                  PIC X.
         88 CREDIT-MEMO-OK                VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ANSWER-IS-YES                 VALUE "Y".

*>    Reason codes with the wording used on the letter and the aging
      01 W-REASON-TABLE-VALUES.
         05 FILLER PIC X(22) VALUE "PRPRICE DIFFERENCE    ".
         05 FILLER PIC X(22) VALUE "QTQUANTITY DIFFERENCE ".
         05 FILLER PIC X(22) VALUE "DGDAMAGED GOODS       ".
         05 FILLER PIC X(22) VALUE "NRGOODS NOT RECEIVED  ".
         05 FILLER PIC X(22) VALUE "DUDUPLICATE BILLING   ".
      01 W-REASON-TABLE REDEFINES W-REASON-TABLE-VALUES.
         05 W-REASON-ENTRY OCCURS 5 TIMES.
            10 W-REASON-CODE              PIC X(02).
            10 W-REASON-NAME              PIC X(20).

      01 W-REASON-TOTALS.
         05 W-REASON-BUCKETS OCCURS 5 TIMES.
            10 W-REASON-COUNT             PIC 9(5).
            10 W-REASON-AGE-AMOUNT        PIC S9(9)V99 OCCURS 4 TIMES.

      77 W-REASON-INDEX                    PIC 9.
      77 W-BUCKET-INDEX                    PIC 9.
      77 W-REASON-DESCRIPTION              PIC X(20).

      77 ENTRY-DISPUTE-VOUCHER             PIC 9(7).
      77 ENTRY-CREDIT-MEMO                 PIC 9(7).
      77 ENTRY-CONTACT                     PIC X(30).
      77 W-DISPUTED-VENDOR                 PIC 9(5).
      77 W-DAYS-OPEN                       PIC S9(5).
      77 W-LETTER-COUNT                    PIC 9(4).
      77 W-OPEN-COUNT                      PIC 9(5).
      01 W-GRAND-TOTALS.
         05 W-GRAND-AGE-AMOUNT            PIC S9(9)V99 OCCURS 4 TIMES.
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.

      01 AGING-DETAIL.
         05 D-VOUCHER                     PIC 9(07).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-VENDOR-NAME                 PIC X(30).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-OPENED-DATE                 PIC 9(08).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-DAYS-OPEN                   PIC ZZZZ9.
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-OPENED-BY                   PIC X(10).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-LETTER-DATE                 PIC 9(08).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-AMOUNT                      PIC ZZZ,ZZ9.99-.

      01 AGING-TOTAL-LINE.
         05 D-TOTAL-LABEL                 PIC X(28).
         05 D-AGE-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.

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

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.
   PERFORM READ-CURRENT-SESSION-USER.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   OPEN I-O DISPUTE-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.
   OPEN INPUT ONE-TIME-PAYEE-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-DISPUTE-MENU-OPTION EQUAL ZERO
                            OR VALID-DISPUTE-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-DISPUTE-MENU-OPTION EQUAL ZERO

   CLOSE DISPUTE-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.
   CLOSE ONE-TIME-PAYEE-FILE.

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
         DISPLAY "                        INVOICE DISPUTE CASES".
         DISPLAY " "
         DISPLAY "                           ----------------------------------".
         DISPLAY "                           | 1 - OPEN A DISPUTE             |".
         DISPLAY "                           | 2 - SHOW A DISPUTE             |".
         DISPLAY "                           | 3 - PRINT CREDIT-MEMO LETTERS  |".
         DISPLAY "                           | 4 - RESOLVE A DISPUTE          |".
         DISPLAY "                           | 5 - OPEN-DISPUTES AGING        |".
         DISPLAY "                           | 0 - EXIT                       |".
         DISPLAY "                           ----------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-DISPUTE-MENU-OPTION.

        IF W-DISPUTE-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-DISPUTE-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-DISPUTE-MENU-OPTION = 1
      PERFORM OPEN-DISPUTE-MODULE.

   IF W-DISPUTE-MENU-OPTION = 2
      PERFORM SHOW-DISPUTE-MODULE.

   IF W-DISPUTE-MENU-OPTION = 3
      PERFORM LETTERS-MODULE.

   IF W-DISPUTE-MENU-OPTION = 4
      PERFORM RESOLVE-DISPUTE-MODULE.

   IF W-DISPUTE-MENU-OPTION = 5
      PERFORM AGING-REPORT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-DISPUTE-MENU-OPTION EQUAL ZERO
                            OR VALID-DISPUTE-MENU-OPTION.
*>_________________________________________________________________________

GET-DISPUTE-VOUCHER.

   MOVE ZEROS TO ENTRY-DISPUTE-VOUCHER.
   DISPLAY "VOUCHER NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-DISPUTE-VOUCHER.

   IF ENTRY-DISPUTE-VOUCHER NOT EQUAL ZEROS
      MOVE ENTRY-DISPUTE-VOUCHER TO VOUCHER-NUMBER
      MOVE "Y" TO W-FOUND-VOUCHER-RECORD
      READ VOUCHER-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-VOUCHER-RECORD
      END-READ
      IF NOT FOUND-VOUCHER-RECORD
         OR NOT (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                 OR (VOUCHER-COMPANY EQUAL ZEROS
                     AND W-SESSION-COMPANY EQUAL 1))
         DISPLAY "VOUCHER NOT FOUND !"
         MOVE ZEROS TO ENTRY-DISPUTE-VOUCHER
      ELSE
         MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
         MOVE "Y" TO W-FOUND-VENDOR-RECORD
         PERFORM LOOK-FOR-VENDOR-RECORD
         IF NOT FOUND-VENDOR-RECORD
            MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME
            MOVE SPACES TO VENDOR-CONTACT
         END-IF
         MOVE VOUCHER-AMOUNT TO W-FORMATTED-AMOUNT
         DISPLAY "VOUCHER " VOUCHER-NUMBER " INVOICE " VOUCHER-INVOICE
                 " " W-FORMATTED-AMOUNT
         DISPLAY "VENDOR  " VOUCHER-VENDOR " " VENDOR-NAME
         PERFORM READ-DISPUTE-FOR-VOUCHER.
*>_________________________________________________________________________

READ-DISPUTE-FOR-VOUCHER.

   MOVE ENTRY-DISPUTE-VOUCHER TO DISPUTE-VOUCHER.
   MOVE "Y" TO W-FOUND-DISPUTE-RECORD.
   READ DISPUTE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-DISPUTE-RECORD.
*>_________________________________________________________________________

OPEN-DISPUTE-MODULE.

   PERFORM GET-DISPUTE-VOUCHER.
   PERFORM OPEN-ONE-DISPUTE UNTIL ENTRY-DISPUTE-VOUCHER EQUAL ZEROS.
*>_________________________________________________________________________

OPEN-ONE-DISPUTE.

   IF FOUND-DISPUTE-RECORD AND DISPUTE-IS-OPEN
      DISPLAY "THIS VOUCHER ALREADY HAS AN OPEN DISPUTE SINCE "
              DISPUTE-OPENED-DATE " !"
   ELSE
      IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
         DISPLAY "THE VOUCHER IS ALREADY PAID - NOTHING LEFT TO HOLD BACK !"
      ELSE
         IF VOUCHER-IS-CREDIT-MEMO
            DISPLAY "A CREDIT MEMO CANNOT BE DISPUTED !"
         ELSE
            IF FOUND-DISPUTE-RECORD
               DISPLAY "A RESOLVED DISPUTE (" DISPUTE-RESOLUTION ") IS ON FILE - IT WILL BE REOPENED."
            END-IF
            PERFORM GET-DISPUTE-FIELDS
            MOVE "CONFIRM OPENING THIS DISPUTE AND HOLDING THE VOUCHER ?"
              TO MSG-CONFIRMATION
            PERFORM ASK-USER-IF-WANT-TO-COMPLETE
            IF ANSWER-IS-YES
               PERFORM SAVE-NEW-DISPUTE
            END-IF
         END-IF
      END-IF.

   PERFORM GET-DISPUTE-VOUCHER.
*>_________________________________________________________________________

GET-DISPUTE-FIELDS.

   MOVE SPACES TO W-SYSAUD-BEFORE-IMAGE.
   IF FOUND-DISPUTE-RECORD
      MOVE DISPUTE-RECORD TO W-SYSAUD-BEFORE-IMAGE.

   MOVE SPACES TO DISPUTE-RECORD.
   MOVE VOUCHER-NUMBER TO DISPUTE-VOUCHER.
   MOVE VOUCHER-VENDOR TO DISPUTE-VENDOR.
   MOVE W-SESSION-COMPANY TO DISPUTE-COMPANY.

   PERFORM GET-DISPUTE-REASON.
   PERFORM GET-DISPUTE-REASON UNTIL VALID-DISPUTE-REASON.

   MOVE ZEROS TO DISPUTE-AMOUNT.
   PERFORM GET-DISPUTE-AMOUNT.
   PERFORM GET-DISPUTE-AMOUNT UNTIL DISPUTE-AMOUNT GREATER THAN ZEROS
                                AND DISPUTE-AMOUNT NOT GREATER THAN VOUCHER-AMOUNT.

   IF VENDOR-CONTACT EQUAL SPACES
      DISPLAY "VENDOR CONTACT FOR THE LETTER: "
   ELSE
      DISPLAY "VENDOR CONTACT FOR THE LETTER - <ENTER>=" VENDOR-CONTACT ": ".
   MOVE SPACES TO ENTRY-CONTACT.
   ACCEPT ENTRY-CONTACT.
   INSPECT ENTRY-CONTACT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   IF ENTRY-CONTACT EQUAL SPACES
      MOVE VENDOR-CONTACT TO DISPUTE-CONTACT
   ELSE
      MOVE ENTRY-CONTACT TO DISPUTE-CONTACT.

   DISPLAY "NOTE FOR THE VENDOR (WHAT IS WRONG, PO/RECEIPT REFERENCE): ".
   ACCEPT DISPUTE-NOTE.
   INSPECT DISPUTE-NOTE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   MOVE W-DAY-TODAY        TO DISPUTE-OPENED-DATE.
   MOVE W-CURRENT-USER-ID  TO DISPUTE-OPENED-BY.
   MOVE ZEROS              TO DISPUTE-LETTER-DATE.
   MOVE "OPEN"             TO DISPUTE-STATUS.
   MOVE SPACES             TO DISPUTE-RESOLUTION.
   MOVE ZEROS              TO DISPUTE-RESOLVED-DATE.
   MOVE SPACES             TO DISPUTE-RESOLVED-BY.
   MOVE ZEROS              TO DISPUTE-CREDIT-MEMO.
   IF VOUCHER-ON-HOLD
      MOVE "N"             TO DISPUTE-PLACED-HOLD
   ELSE
      MOVE "Y"             TO DISPUTE-PLACED-HOLD.
*>_________________________________________________________________________

GET-DISPUTE-REASON.

   DISPLAY "REASON: PR=PRICE QT=QUANTITY DG=DAMAGED NR=NOT RECEIVED DU=DUPLICATE".
   MOVE SPACES TO DISPUTE-REASON.
   ACCEPT DISPUTE-REASON.
   INSPECT DISPUTE-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   IF NOT VALID-DISPUTE-REASON
      DISPLAY "INVALID REASON CODE !".
*>_________________________________________________________________________

GET-DISPUTE-AMOUNT.

   MOVE VOUCHER-AMOUNT TO W-FORMATTED-AMOUNT.
   DISPLAY "DISPUTED AMOUNT (UP TO " W-FORMATTED-AMOUNT "): ".
   ACCEPT DISPUTE-AMOUNT.
   IF DISPUTE-AMOUNT NOT GREATER THAN ZEROS
      OR DISPUTE-AMOUNT GREATER THAN VOUCHER-AMOUNT
      DISPLAY "THE DISPUTED AMOUNT MUST BE ABOVE ZERO AND WITHIN THE VOUCHER !".
*>_________________________________________________________________________

SAVE-NEW-DISPUTE.

   IF FOUND-DISPUTE-RECORD
      REWRITE DISPUTE-RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-DISPUTE-RECORD
            DISPLAY "*** ERROR REWRITING THE DISPUTE CASE ! ***"
         NOT INVALID KEY
            MOVE "CHANGE" TO W-SYSAUD-ACTION
            PERFORM AUDIT-AND-HOLD-THE-VOUCHER
      END-REWRITE
   ELSE
      WRITE DISPUTE-RECORD
         INVALID KEY
            DISPLAY "*** ERROR WRITING THE DISPUTE CASE ! ***"
         NOT INVALID KEY
            MOVE "ADD" TO W-SYSAUD-ACTION
            PERFORM AUDIT-AND-HOLD-THE-VOUCHER
      END-WRITE.
*>_________________________________________________________________________

AUDIT-AND-HOLD-THE-VOUCHER.

   MOVE "DISPUTE"       TO W-SYSAUD-RECORD-TYPE.
   MOVE DISPUTE-VOUCHER TO W-SYSAUD-KEY.
   MOVE DISPUTE-RECORD  TO W-SYSAUD-AFTER-IMAGE.
   PERFORM LOG-SYSTEM-AUDIT-ENTRY.

   IF NOT VOUCHER-ON-HOLD
      MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE "Y" TO VOUCHER-HOLD
      PERFORM REWRITE-THE-VOUCHER.

   IF DISPUTE-HOLD-IS-OURS
      DISPLAY "----- DISPUTE OPENED - VOUCHER ON HOLD ! -----"
   ELSE
      DISPLAY "----- DISPUTE OPENED - VOUCHER WAS ALREADY ON HOLD ! -----".
*>_________________________________________________________________________

REWRITE-THE-VOUCHER.

   REWRITE VOUCHER-RECORD
      INVALID KEY
         DISPLAY "*** ERROR REWRITING VOUCHER " VOUCHER-NUMBER " ! ***"
      NOT INVALID KEY
         MOVE "VOUCHER"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE VOUCHER-NUMBER TO W-SYSAUD-KEY
         MOVE VOUCHER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

SHOW-DISPUTE-MODULE.

   PERFORM GET-DISPUTE-VOUCHER.
   PERFORM SHOW-ONE-DISPUTE UNTIL ENTRY-DISPUTE-VOUCHER EQUAL ZEROS.
*>_________________________________________________________________________

SHOW-ONE-DISPUTE.

   IF NOT FOUND-DISPUTE-RECORD
      DISPLAY "NO DISPUTE CASE ON FILE FOR THIS VOUCHER."
   ELSE
      PERFORM FIND-REASON-DESCRIPTION
      MOVE DISPUTE-AMOUNT TO W-FORMATTED-AMOUNT
      DISPLAY "STATUS........: " DISPUTE-STATUS
      DISPLAY "REASON........: " DISPUTE-REASON " " W-REASON-DESCRIPTION
      DISPLAY "DISPUTED......: " W-FORMATTED-AMOUNT
      DISPLAY "OPENED........: " DISPUTE-OPENED-DATE " BY " DISPUTE-OPENED-BY
      DISPLAY "CONTACT.......: " DISPUTE-CONTACT
      DISPLAY "NOTE..........: " DISPUTE-NOTE
      DISPLAY "LETTER SENT...: " DISPUTE-LETTER-DATE
      IF DISPUTE-IS-RESOLVED
         DISPLAY "RESOLUTION....: " DISPUTE-RESOLUTION
                 " ON " DISPUTE-RESOLVED-DATE " BY " DISPUTE-RESOLVED-BY
         IF RESOLVED-BY-CREDIT-MEMO
            DISPLAY "CREDIT MEMO...: " DISPUTE-CREDIT-MEMO
         END-IF
      END-IF.

   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
   PERFORM GET-DISPUTE-VOUCHER.
*>_________________________________________________________________________

FIND-REASON-DESCRIPTION.

   MOVE "** UNKNOWN REASON **" TO W-REASON-DESCRIPTION.
   MOVE ZERO TO W-BUCKET-INDEX.
   PERFORM MATCH-ONE-REASON
      VARYING W-REASON-INDEX FROM 1 BY 1 UNTIL W-REASON-INDEX GREATER THAN 5.
*>_________________________________________________________________________

MATCH-ONE-REASON.

   IF W-REASON-CODE (W-REASON-INDEX) EQUAL DISPUTE-REASON
      MOVE W-REASON-NAME (W-REASON-INDEX) TO W-REASON-DESCRIPTION
      MOVE W-REASON-INDEX TO W-BUCKET-INDEX.
*>_________________________________________________________________________

LETTERS-MODULE.

*>   Either every open case still waiting for its first letter, or
*>   the vouchers keyed one by one (a reminder to a vendor who has
*>   not answered the first one).

   MOVE 0 TO W-LETTER-COUNT.
   OPEN OUTPUT LETTER-FILE.

   MOVE "LETTERS FOR ALL OPEN DISPUTES NOT YET WRITTEN TO ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

   IF ANSWER-IS-YES
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO DISPUTE-VOUCHER
      START DISPUTE-FILE KEY IS NOT LESS THAN DISPUTE-VOUCHER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM LETTER-FOR-NEXT-UNSENT UNTIL END-OF-FILE
   ELSE
      PERFORM GET-DISPUTE-VOUCHER
      PERFORM LETTER-FOR-KEYED-VOUCHER UNTIL ENTRY-DISPUTE-VOUCHER EQUAL ZEROS.

   CLOSE LETTER-FILE.

   DISPLAY W-LETTER-COUNT " LETTER(S) PRINTED TO DISPUTE-LETTERS.PRN.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

LETTER-FOR-NEXT-UNSENT.

   READ DISPUTE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF DISPUTE-IS-OPEN
            AND DISPUTE-LETTER-DATE EQUAL ZEROS
            AND DISPUTE-COMPANY EQUAL W-SESSION-COMPANY
            MOVE DISPUTE-VOUCHER TO VOUCHER-NUMBER
            MOVE "Y" TO W-FOUND-VOUCHER-RECORD
            READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO W-FOUND-VOUCHER-RECORD
            END-READ
            IF FOUND-VOUCHER-RECORD
               MOVE DISPUTE-VENDOR TO VENDOR-NUMBER
               MOVE "Y" TO W-FOUND-VENDOR-RECORD
               PERFORM LOOK-FOR-VENDOR-RECORD
               IF FOUND-VENDOR-RECORD
                  PERFORM PRINT-AND-STAMP-LETTER
               END-IF
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

LETTER-FOR-KEYED-VOUCHER.

   IF NOT FOUND-DISPUTE-RECORD
      OR NOT DISPUTE-IS-OPEN
      DISPLAY "THE VOUCHER HAS NO OPEN DISPUTE !"
   ELSE
      IF NOT FOUND-VENDOR-RECORD
         DISPLAY "THE VENDOR IS NOT ON FILE - NO ADDRESS FOR THE LETTER !"
      ELSE
         PERFORM PRINT-AND-STAMP-LETTER.

   PERFORM GET-DISPUTE-VOUCHER.
*>_________________________________________________________________________

PRINT-AND-STAMP-LETTER.

   PERFORM PRINT-DISPUTE-LETTER.
   ADD 1 TO W-LETTER-COUNT.

   MOVE DISPUTE-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE W-DAY-TODAY TO DISPUTE-LETTER-DATE.
   REWRITE DISPUTE-RECORD
      INVALID KEY
         DISPLAY "*** ERROR STAMPING THE LETTER DATE ! ***"
      NOT INVALID KEY
         MOVE "DISPUTE"       TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"        TO W-SYSAUD-ACTION
         MOVE DISPUTE-VOUCHER TO W-SYSAUD-KEY
         MOVE DISPUTE-RECORD  TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

PRINT-DISPUTE-LETTER.

   PERFORM FIND-REASON-DESCRIPTION.

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
   STRING "DATE: " W-DAY-TODAY DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE VENDOR-NAME TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING "ATTN: " DISPUTE-CONTACT DELIMITED BY SIZE INTO LETTER-RECORD.
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

   STRING "RE: YOUR INVOICE " VOUCHER-INVOICE
          " - OUR REFERENCE " DISPUTE-VOUCHER
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE "DEAR SIR OR MADAM," TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE VOUCHER-AMOUNT TO W-FORMATTED-AMOUNT.
   STRING "WE ARE UNABLE TO PAY THE INVOICE ABOVE, BILLED AT " W-FORMATTED-AMOUNT ","
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   STRING "AS BILLED. REASON: " W-REASON-DESCRIPTION
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   IF DISPUTE-NOTE NOT EQUAL SPACES
      MOVE DISPUTE-NOTE TO LETTER-RECORD
      WRITE LETTER-RECORD.
   MOVE SPACES TO LETTER-RECORD.
   WRITE LETTER-RECORD.

   MOVE DISPUTE-AMOUNT TO W-FORMATTED-AMOUNT.
   STRING "PLEASE ISSUE A CREDIT MEMO FOR " W-FORMATTED-AMOUNT
          " REFERENCING THIS INVOICE."
     DELIMITED BY SIZE INTO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "THE INVOICE IS ON HOLD UNTIL THE CREDIT MEMO IS RECEIVED OR THE"
     TO LETTER-RECORD.
   WRITE LETTER-RECORD.
   MOVE "MATTER IS OTHERWISE SETTLED. THANK YOU FOR YOUR PROMPT ATTENTION."
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

RESOLVE-DISPUTE-MODULE.

   PERFORM GET-DISPUTE-VOUCHER.
   PERFORM RESOLVE-ONE-DISPUTE UNTIL ENTRY-DISPUTE-VOUCHER EQUAL ZEROS.
*>_________________________________________________________________________

RESOLVE-ONE-DISPUTE.

   IF NOT FOUND-DISPUTE-RECORD
      OR NOT DISPUTE-IS-OPEN
      DISPLAY "THE VOUCHER HAS NO OPEN DISPUTE !"
   ELSE
      MOVE DISPUTE-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE VOUCHER-VENDOR TO W-DISPUTED-VENDOR
      PERFORM GET-DISPUTE-RESOLUTION
      PERFORM GET-DISPUTE-RESOLUTION UNTIL VALID-DISPUTE-RESOLUTION

      MOVE "Y" TO W-CREDIT-MEMO-OK
      MOVE ZEROS TO DISPUTE-CREDIT-MEMO
      IF RESOLVED-BY-CREDIT-MEMO
         PERFORM GET-LINKED-CREDIT-MEMO
      END-IF

      IF CREDIT-MEMO-OK
         MOVE "DO YOU CONFIRM RESOLVING AND RELEASING THE HOLD ?"
           TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF ANSWER-IS-YES
            PERFORM SAVE-DISPUTE-RESOLUTION
         END-IF
      END-IF
   END-IF.

   PERFORM GET-DISPUTE-VOUCHER.
*>_________________________________________________________________________

GET-DISPUTE-RESOLUTION.

   DISPLAY "RESOLUTION: CM=CREDIT MEMO RECEIVED SP=SHORT-PAID WD=WITHDRAWN".
   MOVE SPACES TO DISPUTE-RESOLUTION.
   ACCEPT DISPUTE-RESOLUTION.
   INSPECT DISPUTE-RESOLUTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   IF NOT VALID-DISPUTE-RESOLUTION
      DISPLAY "INVALID RESOLUTION CODE !".
*>_________________________________________________________________________

GET-LINKED-CREDIT-MEMO.

*>   The credit memo must already be entered as its own voucher, for
*>   the same vendor, before the case can be closed against it.

   MOVE ZEROS TO ENTRY-CREDIT-MEMO.
   DISPLAY "VOUCHER NUMBER OF THE CREDIT MEMO RECEIVED: ".
   ACCEPT ENTRY-CREDIT-MEMO.

   MOVE ENTRY-CREDIT-MEMO TO VOUCHER-NUMBER.
   MOVE "Y" TO W-FOUND-VOUCHER-RECORD.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VOUCHER-RECORD.

   IF NOT FOUND-VOUCHER-RECORD
      DISPLAY "*** CREDIT MEMO VOUCHER NOT FOUND ! ***"
      MOVE "N" TO W-CREDIT-MEMO-OK
   ELSE
      IF NOT VOUCHER-IS-CREDIT-MEMO
         DISPLAY "*** VOUCHER " VOUCHER-NUMBER " IS NOT A CREDIT MEMO ! ***"
         MOVE "N" TO W-CREDIT-MEMO-OK
      ELSE
         IF VOUCHER-VENDOR NOT EQUAL W-DISPUTED-VENDOR
            DISPLAY "*** THE CREDIT MEMO IS FOR ANOTHER VENDOR ! ***"
            MOVE "N" TO W-CREDIT-MEMO-OK
         ELSE
            MOVE VOUCHER-AMOUNT TO W-FORMATTED-AMOUNT
            DISPLAY "CREDIT MEMO " VOUCHER-INVOICE " " W-FORMATTED-AMOUNT
            MOVE ENTRY-CREDIT-MEMO TO DISPUTE-CREDIT-MEMO.

*>   the disputed voucher is the one to release
   MOVE DISPUTE-VOUCHER TO VOUCHER-NUMBER.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-CREDIT-MEMO-OK.
*>_________________________________________________________________________

SAVE-DISPUTE-RESOLUTION.

   MOVE "RESOLVED"        TO DISPUTE-STATUS.
   MOVE W-DAY-TODAY       TO DISPUTE-RESOLVED-DATE.
   MOVE W-CURRENT-USER-ID TO DISPUTE-RESOLVED-BY.

   REWRITE DISPUTE-RECORD
      INVALID KEY
         DISPLAY "*** ERROR REWRITING THE DISPUTE CASE ! ***"
      NOT INVALID KEY
         MOVE "DISPUTE"       TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"        TO W-SYSAUD-ACTION
         MOVE DISPUTE-VOUCHER TO W-SYSAUD-KEY
         MOVE DISPUTE-RECORD  TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         PERFORM RELEASE-THE-DISPUTE-HOLD
         IF RESOLVED-BY-SHORT-PAY
            DISPLAY "KEY THE SHORT PAYMENT THROUGH PAID BILLS ENTRY."
         END-IF
   END-REWRITE.
*>_________________________________________________________________________

RELEASE-THE-DISPUTE-HOLD.

*>   Only the hold the case itself placed comes off. A hold that was
*>   already there (freight audit, a manual hold, ...) stays, and a
*>   one-time payee the denied-party screening flagged can only be
*>   released from the denied-party review workbench.
   PERFORM LOAD-ONE-TIME-PAYEE.

   IF NOT VOUCHER-ON-HOLD
      DISPLAY "----- DISPUTE RESOLVED ! -----"
   ELSE
      IF NOT DISPUTE-HOLD-IS-OURS
         DISPLAY "----- DISPUTE RESOLVED - VOUCHER STAYS ON HOLD (HELD FOR ANOTHER REASON) -----"
      ELSE
         IF FOUND-OTP-RECORD AND (OTP-SCREEN-HIT OR OTP-SCREEN-BLOCKED)
            DISPLAY "----- DISPUTE RESOLVED - VOUCHER STAYS ON HOLD -----"
            DISPLAY "*** ONLY THE DENIED-PARTY REVIEW WORKBENCH CAN RELEASE THIS VOUCHER ! ***"
         ELSE
            MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
            MOVE "N" TO VOUCHER-HOLD
            PERFORM REWRITE-THE-VOUCHER
            DISPLAY "----- DISPUTE RESOLVED - HOLD RELEASED ! -----".
*>_________________________________________________________________________

LOAD-ONE-TIME-PAYEE.

   MOVE "Y" TO W-FOUND-OTP-RECORD.
   MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
   READ ONE-TIME-PAYEE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-OTP-RECORD.
*>_________________________________________________________________________

AGING-REPORT-MODULE.

*>   Open cases by reason code, aged on the date the dispute was
*>   raised: 0-30, 31-60, 61-90 and over 90 days.

   OPEN OUTPUT PRINTER-FILE.

   MOVE "OPEN INVOICE DISPUTES - AGING BY REASON" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING CONTROL-COMPANY-NAME " - AS OF " W-DAY-TODAY
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   INITIALIZE W-REASON-TOTALS.
   MOVE ZEROS TO W-OPEN-COUNT.
   PERFORM CLEAR-GRAND-BUCKET
      VARYING W-BUCKET-INDEX FROM 1 BY 1 UNTIL W-BUCKET-INDEX GREATER THAN 4.

   PERFORM PRINT-ONE-REASON-GROUP
      VARYING W-REASON-INDEX FROM 1 BY 1 UNTIL W-REASON-INDEX GREATER THAN 5.

   MOVE ALL "=" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE "ALL REASONS" TO D-TOTAL-LABEL.
   PERFORM MOVE-GRAND-BUCKET
      VARYING W-BUCKET-INDEX FROM 1 BY 1 UNTIL W-BUCKET-INDEX GREATER THAN 4.
   MOVE AGING-TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   CLOSE PRINTER-FILE.

   DISPLAY W-OPEN-COUNT " OPEN DISPUTE(S) - AGING PRINTED TO OPEN-DISPUTES-AGING.PRN.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

CLEAR-GRAND-BUCKET.

   MOVE ZEROS TO W-GRAND-AGE-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

MOVE-GRAND-BUCKET.

   MOVE W-GRAND-AGE-AMOUNT (W-BUCKET-INDEX) TO D-AGE-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

MOVE-REASON-BUCKET.

   MOVE W-REASON-AGE-AMOUNT (W-REASON-INDEX, W-BUCKET-INDEX)
     TO D-AGE-AMOUNT (W-BUCKET-INDEX).
   ADD W-REASON-AGE-AMOUNT (W-REASON-INDEX, W-BUCKET-INDEX)
     TO W-GRAND-AGE-AMOUNT (W-BUCKET-INDEX).
*>_________________________________________________________________________

PRINT-ONE-REASON-GROUP.

   MOVE SPACES TO PRINTER-RECORD.
   STRING W-REASON-CODE (W-REASON-INDEX) " - " W-REASON-NAME (W-REASON-INDEX)
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE "VOUCHER  VENDOR                          OPENED       DAYS  OPENED BY   LETTER        DISPUTED"
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO DISPUTE-VOUCHER.
   START DISPUTE-FILE KEY IS NOT LESS THAN DISPUTE-VOUCHER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM AGE-NEXT-DISPUTE UNTIL END-OF-FILE.

   MOVE SPACES TO AGING-TOTAL-LINE.
   MOVE SPACES TO D-TOTAL-LABEL.
   STRING "  " W-REASON-COUNT (W-REASON-INDEX) " CASE(S)  0-30/31-60/61-90/90+"
     DELIMITED BY SIZE INTO D-TOTAL-LABEL.
   PERFORM MOVE-REASON-BUCKET
      VARYING W-BUCKET-INDEX FROM 1 BY 1 UNTIL W-BUCKET-INDEX GREATER THAN 4.
   MOVE AGING-TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

AGE-NEXT-DISPUTE.

   READ DISPUTE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF DISPUTE-IS-OPEN
            AND DISPUTE-COMPANY EQUAL W-SESSION-COMPANY
            AND DISPUTE-REASON EQUAL W-REASON-CODE (W-REASON-INDEX)
            PERFORM PRINT-ONE-AGED-DISPUTE
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-ONE-AGED-DISPUTE.

   COMPUTE W-DAYS-OPEN = FUNCTION INTEGER-OF-DATE (W-DAY-TODAY)
                       - FUNCTION INTEGER-OF-DATE (DISPUTE-OPENED-DATE).

   IF W-DAYS-OPEN GREATER THAN 90
      MOVE 4 TO W-BUCKET-INDEX
   ELSE
      IF W-DAYS-OPEN GREATER THAN 60
         MOVE 3 TO W-BUCKET-INDEX
      ELSE
         IF W-DAYS-OPEN GREATER THAN 30
            MOVE 2 TO W-BUCKET-INDEX
         ELSE
            MOVE 1 TO W-BUCKET-INDEX.

   ADD 1 TO W-OPEN-COUNT.
   ADD 1 TO W-REASON-COUNT (W-REASON-INDEX).
   ADD DISPUTE-AMOUNT TO W-REASON-AGE-AMOUNT (W-REASON-INDEX, W-BUCKET-INDEX).

   MOVE DISPUTE-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

   MOVE DISPUTE-VOUCHER     TO D-VOUCHER.
   MOVE VENDOR-NAME         TO D-VENDOR-NAME.
   MOVE DISPUTE-OPENED-DATE TO D-OPENED-DATE.
   MOVE W-DAYS-OPEN         TO D-DAYS-OPEN.
   MOVE DISPUTE-OPENED-BY   TO D-OPENED-BY.
   MOVE DISPUTE-LETTER-DATE TO D-LETTER-DATE.
   MOVE DISPUTE-AMOUNT      TO D-AMOUNT.
   MOVE AGING-DETAIL TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
