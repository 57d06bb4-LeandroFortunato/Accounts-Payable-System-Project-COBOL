IDENTIFICATION DIVISION.
PROGRAM-ID. state-withholding.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLVNDSWH.CBL".
      COPY "SLSTATWH.CBL".
      COPY "SLSTATE.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLSYSAUD.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "state-wh-remittance.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT STATEMENT-FILE
             ASSIGN TO "state-wh-statements.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDVNDSWH.CBL".
      COPY "FDSTATWH.CBL".
      COPY "FDSTATE.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDSYSAUD.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(110).

      FD STATEMENT-FILE
         LABEL RECORDS ARE OMITTED.
      01 STATEMENT-RECORD          PIC X(80).

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".

      01 W-SWH-MENU-OPTION                 PIC 9.
         88 VALID-SWH-MENU-OPTION         VALUE 0 THROUGH 4.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".
*> (one flag serves every sweep - they never run nested)

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-SIDE-RECORD               PIC X.
         88 FOUND-SIDE-RECORD             VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 REMIT-IS-CONFIRMED            VALUE "Y".

      01 ENTRY-QUARTER                     PIC 9.
         88 VALID-QUARTER                 VALUE 1 THROUGH 4.

      77 ENTRY-VENDOR-NUMBER               PIC 9(05).
      77 ENTRY-SERVICES-STATE              PIC X(02).
      77 ENTRY-TAX-YEAR                    PIC 9(04).
      77 ENTRY-REPORT-STATE                PIC X(02).
      77 W-QUARTER-FROM-DATE               PIC 9(08).
      77 W-QUARTER-TO-DATE                 PIC 9(08).
      77 W-QUARTER-FIRST-MONTH             PIC 9(02).
      77 W-QUARTER-LAST-MONTH              PIC 9(02).
      77 W-LISTED-COUNT                    PIC 9(4).
      77 W-MARKED-COUNT                    PIC 9(4).
      77 W-STATEMENT-COUNT                 PIC 9(4).
      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-GROSS                 PIC ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-UNREMITTED            PIC ZZZ,ZZZ,ZZ9.99-.
      77 D-SWH-RATE                        PIC Z9.99.
      77 W-DATE-EDITED                     PIC 9999/99/99.
      77 W-QUARTER-UNREMITTED              PIC S9(9)V99.

*>    One line per state for the quarter's remittance.
      01 STATE-TOTAL-TABLE.
         05 STT-COUNT                     PIC 9(03) VALUE 0.
         05 STT-ENTRY OCCURS 60 TIMES.
            10 STT-STATE                  PIC X(02).
            10 STT-GROSS                  PIC S9(9)V99.
            10 STT-WITHHELD               PIC S9(9)V99.
            10 STT-UNREMITTED             PIC S9(9)V99.

      77 W-STATE-INDEX                     PIC 9(3).
      77 W-STATE-FOUND                     PIC X.

*>    One statement per payee and state: gross and withheld summed
*>    across the payee's payments for the tax year.
      01 PAYEE-TABLE.
         05 PAYEE-COUNT                   PIC 9(03) VALUE 0.
         05 PAYEE-ENTRY OCCURS 300 TIMES.
            10 PYT-VENDOR                 PIC 9(05).
            10 PYT-STATE                  PIC X(02).
            10 PYT-GROSS                  PIC S9(9)V99.
            10 PYT-WITHHELD               PIC S9(9)V99.

      77 W-PAYEE-INDEX                     PIC 9(3).
      77 W-PAYEE-FOUND                     PIC X.

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

   OPEN I-O VENDOR-STATE-WH-FILE.
   OPEN I-O STATE-WITHHOLDING-FILE.
   OPEN INPUT STATE-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-SWH-MENU-OPTION EQUAL ZERO
                            OR VALID-SWH-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-SWH-MENU-OPTION EQUAL ZERO

   CLOSE VENDOR-STATE-WH-FILE.
   CLOSE STATE-WITHHOLDING-FILE.
   CLOSE STATE-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
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
         DISPLAY "              NONRESIDENT STATE WITHHOLDING".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - VENDOR SERVICES STATE    |".
         DISPLAY "                           | 2 - LIST WITHHELD AMOUNTS    |".
         DISPLAY "                           | 3 - QUARTERLY REMITTANCE     |".
         DISPLAY "                           | 4 - YEAR-END PAYEE STATEMENT |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 11 TIMES.
         ACCEPT W-SWH-MENU-OPTION.

        IF W-SWH-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-SWH-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-SWH-MENU-OPTION = 1
      PERFORM SERVICES-STATE-MODULE.

   IF W-SWH-MENU-OPTION = 2
      PERFORM LIST-WITHHELD-MODULE.

   IF W-SWH-MENU-OPTION = 3
      PERFORM REMITTANCE-MODULE.

   IF W-SWH-MENU-OPTION = 4
      PERFORM PAYEE-STATEMENT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-SWH-MENU-OPTION EQUAL ZERO
                            OR VALID-SWH-MENU-OPTION.
*>_________________________________________________________________________

SERVICES-STATE-MODULE.

*>   Which state a contractor performs services in, when it is not
*>   the state on their address. Payment time withholds for that
*>   state once its rate and threshold say so.

   PERFORM GET-ENTRY-VENDOR-NUMBER.
   PERFORM MAINTAIN-ONE-SERVICES-STATE UNTIL ENTRY-VENDOR-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

GET-ENTRY-VENDOR-NUMBER.

   MOVE ZEROS TO ENTRY-VENDOR-NUMBER.
   DISPLAY "VENDOR NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-VENDOR-NUMBER.
*>_________________________________________________________________________

MAINTAIN-ONE-SERVICES-STATE.

   MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      DISPLAY "VENDOR NOT FOUND !"
   ELSE
      PERFORM CHANGE-THE-SERVICES-STATE.

   PERFORM GET-ENTRY-VENDOR-NUMBER.
*>_________________________________________________________________________

CHANGE-THE-SERVICES-STATE.

   MOVE VENDOR-NUMBER TO VNDSWH-VENDOR.
   MOVE "Y" TO W-FOUND-SIDE-RECORD.
   READ VENDOR-STATE-WH-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-SIDE-RECORD
         MOVE SPACES TO VNDSWH-SERVICES-STATE.

   DISPLAY VENDOR-NAME " - RESIDES IN " VENDOR-STATE "/" VENDOR-COUNTRY.
   IF NOT VENDOR-IS-1099-ELIGIBLE
      DISPLAY "   ( NOT 1099-ELIGIBLE - NO STATE WITHHOLDING WILL BE TAKEN )".
   IF VNDSWH-SERVICES-STATE EQUAL SPACES
      DISPLAY "SERVICES PERFORMED IN: ( THEIR OWN STATE - NONE ON FILE )"
   ELSE
      DISPLAY "SERVICES PERFORMED IN: " VNDSWH-SERVICES-STATE
              " SINCE " VNDSWH-CHANGED-DATE " BY " VNDSWH-CHANGED-BY.

   MOVE SPACES TO ENTRY-SERVICES-STATE.
   DISPLAY "NEW SERVICES STATE (<ENTER> KEEPS IT, ** CLEARS IT): ".
   ACCEPT ENTRY-SERVICES-STATE.
   INSPECT ENTRY-SERVICES-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF ENTRY-SERVICES-STATE EQUAL "**"
      PERFORM CLEAR-THE-SERVICES-STATE
   ELSE
      IF ENTRY-SERVICES-STATE NOT EQUAL SPACES
         PERFORM STORE-THE-SERVICES-STATE.
*>_________________________________________________________________________

CLEAR-THE-SERVICES-STATE.

   IF NOT FOUND-SIDE-RECORD
      DISPLAY "NOTHING ON FILE TO CLEAR."
   ELSE
      MOVE VNDSWH-RECORD TO W-SYSAUD-BEFORE-IMAGE
      DELETE VENDOR-STATE-WH-FILE RECORD
         INVALID KEY
            DISPLAY "*** ERROR CLEARING THE SERVICES STATE ! ***"
         NOT INVALID KEY
            MOVE "VNDSWH"      TO W-SYSAUD-RECORD-TYPE
            MOVE "DELETE"      TO W-SYSAUD-ACTION
            MOVE VNDSWH-VENDOR TO W-SYSAUD-KEY
            MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "----- SERVICES STATE CLEARED ! -----"
      END-DELETE.
*>_________________________________________________________________________

STORE-THE-SERVICES-STATE.

   MOVE ENTRY-SERVICES-STATE TO STATE-CODE.
   READ STATE-FILE RECORD
      INVALID KEY
         MOVE SPACES TO STATE-CODE.

   IF STATE-CODE EQUAL SPACES
      DISPLAY "STATE NOT FOUND IN THE STATE-FILE - NOTHING WAS CHANGED !"
   ELSE
   IF ENTRY-SERVICES-STATE EQUAL VENDOR-STATE
      DISPLAY "THAT IS THE VENDOR'S OWN STATE - NOTHING TO WITHHOLD, NOTHING WAS CHANGED !"
   ELSE
      IF STATE-NR-WH-RATE NOT NUMERIC OR STATE-NR-WH-RATE EQUAL ZEROS
         DISPLAY "( " STATE-NAME " HAS NO NONRESIDENT RATE ON FILE YET -"
         DISPLAY "  NOTHING IS WITHHELD UNTIL ONE IS SET IN STATE-CODE MAINTENANCE )"
      END-IF
      IF FOUND-SIDE-RECORD
         MOVE VNDSWH-RECORD TO W-SYSAUD-BEFORE-IMAGE
      ELSE
         MOVE SPACES TO W-SYSAUD-BEFORE-IMAGE
      END-IF
      MOVE VENDOR-NUMBER        TO VNDSWH-VENDOR
      MOVE ENTRY-SERVICES-STATE TO VNDSWH-SERVICES-STATE
      MOVE W-DAY-TODAY          TO VNDSWH-CHANGED-DATE
      MOVE W-CURRENT-USER-ID    TO VNDSWH-CHANGED-BY
      IF FOUND-SIDE-RECORD
         MOVE "CHANGE" TO W-SYSAUD-ACTION
         REWRITE VNDSWH-RECORD
            INVALID KEY
               MOVE SPACES TO W-SYSAUD-ACTION
         END-REWRITE
      ELSE
         MOVE "ADD" TO W-SYSAUD-ACTION
         WRITE VNDSWH-RECORD
            INVALID KEY
               MOVE SPACES TO W-SYSAUD-ACTION
         END-WRITE
      END-IF
      IF W-SYSAUD-ACTION EQUAL SPACES
         DISPLAY "*** ERROR STORING THE SERVICES STATE ! ***"
      ELSE
         MOVE "VNDSWH"      TO W-SYSAUD-RECORD-TYPE
         MOVE VNDSWH-VENDOR TO W-SYSAUD-KEY
         MOVE VNDSWH-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         DISPLAY "----- SERVICES STATE STORED ! -----".
*>_________________________________________________________________________

LIST-WITHHELD-MODULE.

   DISPLAY "VOUCHER  VENDOR ST PAID DATE           GROSS  RATE        WITHHELD  REMITTED".
   DISPLAY " ".

   MOVE 0 TO W-LISTED-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO SWHHOLD-VOUCHER-NUMBER.
   START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VOUCHER-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM LIST-NEXT-SWH-ENTRY UNTIL END-OF-FILE.

   IF W-LISTED-COUNT EQUAL ZEROS
      DISPLAY "   ( NO PAYMENTS SUBJECT TO STATE WITHHOLDING YET )".

   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-SWH-ENTRY.

   READ STATE-WITHHOLDING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         ADD 1 TO W-LISTED-COUNT
         MOVE SWHHOLD-GROSS-AMOUNT TO W-FORMATTED-GROSS
         MOVE SWHHOLD-AMOUNT       TO W-FORMATTED-AMOUNT
         MOVE SWHHOLD-RATE         TO D-SWH-RATE
         DISPLAY SWHHOLD-VOUCHER-NUMBER " " SWHHOLD-VENDOR-NUMBER
                 "  " SWHHOLD-STATE " " SWHHOLD-PAID-DATE
                 " " W-FORMATTED-GROSS " " D-SWH-RATE
                 " " W-FORMATTED-AMOUNT "  " SWHHOLD-REMITTED
   END-READ.
*>_________________________________________________________________________

REMITTANCE-MODULE.

*>   What was withheld in one calendar quarter, payment by payment and
*>   summed by state - the figures the quarterly deposit and return
*>   are made from. The quarter's unremitted amounts can then be
*>   flagged as sent.

   MOVE ZEROS TO ENTRY-TAX-YEAR.
   DISPLAY "YEAR OF THE QUARTER TO REMIT (0 TO CANCEL): ".
   ACCEPT ENTRY-TAX-YEAR.

   IF ENTRY-TAX-YEAR NOT EQUAL ZEROS
      MOVE ZEROS TO ENTRY-QUARTER
      PERFORM GET-ENTRY-QUARTER UNTIL VALID-QUARTER
      MOVE SPACES TO ENTRY-REPORT-STATE
      DISPLAY "STATE TO REPORT (<ENTER> FOR ALL): "
      ACCEPT ENTRY-REPORT-STATE
      INSPECT ENTRY-REPORT-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      PERFORM SET-QUARTER-DATE-RANGE
      PERFORM PRINT-REMITTANCE-REPORT
      DISPLAY W-LISTED-COUNT " PAYMENT(S) PRINTED TO STATE-WH-REMITTANCE.PRN."
      IF W-QUARTER-UNREMITTED NOT EQUAL ZEROS
         PERFORM OFFER-TO-MARK-REMITTED
      END-IF
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

GET-ENTRY-QUARTER.

   DISPLAY "QUARTER (1-4): ".
   ACCEPT ENTRY-QUARTER.

   IF NOT VALID-QUARTER
      DISPLAY "ONLY 1, 2, 3 OR 4 IS ACCEPTED !".
*>_________________________________________________________________________

SET-QUARTER-DATE-RANGE.

   COMPUTE W-QUARTER-LAST-MONTH  = ENTRY-QUARTER * 3.
   COMPUTE W-QUARTER-FIRST-MONTH = W-QUARTER-LAST-MONTH - 2.

   COMPUTE W-QUARTER-FROM-DATE = ENTRY-TAX-YEAR * 10000
                               + W-QUARTER-FIRST-MONTH * 100 + 1.
   COMPUTE W-QUARTER-TO-DATE   = ENTRY-TAX-YEAR * 10000
                               + W-QUARTER-LAST-MONTH * 100 + 31.
*>_________________________________________________________________________

PRINT-REMITTANCE-REPORT.

   OPEN OUTPUT PRINTER-FILE.

   MOVE 0 TO W-LISTED-COUNT.
   MOVE 0 TO STT-COUNT.
   MOVE ZEROS TO W-QUARTER-UNREMITTED.

   MOVE CONTROL-COMPANY-NAME TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "NONRESIDENT STATE WITHHOLDING - REMITTANCE FOR QUARTER "
          ENTRY-QUARTER " OF " ENTRY-TAX-YEAR
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   IF ENTRY-REPORT-STATE EQUAL SPACES
      MOVE "ALL STATES" TO PRINTER-RECORD
   ELSE
      STRING "STATE " ENTRY-REPORT-STATE DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE "VOUCHER  VENDOR NAME                           ST  PAID DATE           GROSS  RATE        WITHHELD REM"
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO SWHHOLD-VOUCHER-NUMBER.
   START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VOUCHER-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM REPORT-NEXT-SWH-ENTRY UNTIL END-OF-FILE.

   IF W-LISTED-COUNT EQUAL ZEROS
      MOVE "   ( NOTHING WITHHELD IN THAT QUARTER )" TO PRINTER-RECORD
      WRITE PRINTER-RECORD.

   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE "TOTALS BY STATE        GROSS PAID         WITHHELD    NOT YET REMITTED"
     TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   PERFORM PRINT-ONE-STATE-TOTAL
      VARYING W-STATE-INDEX FROM 1 BY 1
         UNTIL W-STATE-INDEX GREATER THAN STT-COUNT.

   CLOSE PRINTER-FILE.
*>_________________________________________________________________________

REPORT-NEXT-SWH-ENTRY.

   READ STATE-WITHHOLDING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF SWHHOLD-PAID-DATE NOT LESS THAN W-QUARTER-FROM-DATE
            AND SWHHOLD-PAID-DATE NOT GREATER THAN W-QUARTER-TO-DATE
            AND (ENTRY-REPORT-STATE EQUAL SPACES
                 OR SWHHOLD-STATE EQUAL ENTRY-REPORT-STATE)
            PERFORM ADD-TO-STATE-TABLE
            IF SWHHOLD-AMOUNT NOT EQUAL ZEROS
               PERFORM PRINT-ONE-REMITTANCE-LINE
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

PRINT-ONE-REMITTANCE-LINE.

   ADD 1 TO W-LISTED-COUNT.

   MOVE SWHHOLD-VENDOR-NUMBER TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

   MOVE SWHHOLD-GROSS-AMOUNT TO W-FORMATTED-GROSS.
   MOVE SWHHOLD-AMOUNT       TO W-FORMATTED-AMOUNT.
   MOVE SWHHOLD-RATE         TO D-SWH-RATE.
   MOVE SWHHOLD-PAID-DATE    TO W-DATE-EDITED.
   MOVE SPACES TO PRINTER-RECORD.
   STRING SWHHOLD-VOUCHER-NUMBER " " SWHHOLD-VENDOR-NUMBER
          "  " VENDOR-NAME
          "  " SWHHOLD-STATE
          "  " W-DATE-EDITED
          " " W-FORMATTED-GROSS
          " " D-SWH-RATE
          " " W-FORMATTED-AMOUNT
          "  " SWHHOLD-REMITTED
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

ADD-TO-STATE-TABLE.

   MOVE "N" TO W-STATE-FOUND.
   PERFORM MATCH-ONE-STATE-ENTRY
      VARYING W-STATE-INDEX FROM 1 BY 1
         UNTIL W-STATE-INDEX GREATER THAN STT-COUNT
            OR W-STATE-FOUND EQUAL "Y".

   IF W-STATE-FOUND NOT EQUAL "Y"
      IF STT-COUNT LESS THAN 60
         ADD 1 TO STT-COUNT
         MOVE STT-COUNT     TO W-STATE-INDEX
         MOVE SWHHOLD-STATE TO STT-STATE (W-STATE-INDEX)
         MOVE ZEROS         TO STT-GROSS (W-STATE-INDEX)
         MOVE ZEROS         TO STT-WITHHELD (W-STATE-INDEX)
         MOVE ZEROS         TO STT-UNREMITTED (W-STATE-INDEX)
         MOVE "Y"           TO W-STATE-FOUND
      END-IF
   ELSE
      SUBTRACT 1 FROM W-STATE-INDEX. *> the VARYING stepped past the match

   IF W-STATE-FOUND EQUAL "Y"
      ADD SWHHOLD-GROSS-AMOUNT TO STT-GROSS (W-STATE-INDEX)
      ADD SWHHOLD-AMOUNT       TO STT-WITHHELD (W-STATE-INDEX)
      IF NOT SWHHOLD-IS-REMITTED
         ADD SWHHOLD-AMOUNT TO STT-UNREMITTED (W-STATE-INDEX)
         ADD SWHHOLD-AMOUNT TO W-QUARTER-UNREMITTED.
*>_________________________________________________________________________

MATCH-ONE-STATE-ENTRY.

   IF STT-STATE (W-STATE-INDEX) EQUAL SWHHOLD-STATE
      MOVE "Y" TO W-STATE-FOUND.
*>_________________________________________________________________________

PRINT-ONE-STATE-TOTAL.

   MOVE STT-STATE (W-STATE-INDEX) TO STATE-CODE.
   READ STATE-FILE RECORD
      INVALID KEY
         MOVE SPACES TO STATE-NAME.

   MOVE STT-GROSS (W-STATE-INDEX)      TO W-FORMATTED-GROSS.
   MOVE STT-WITHHELD (W-STATE-INDEX)   TO W-FORMATTED-AMOUNT.
   MOVE STT-UNREMITTED (W-STATE-INDEX) TO W-FORMATTED-UNREMITTED.
   MOVE SPACES TO PRINTER-RECORD.
   STRING STT-STATE (W-STATE-INDEX) " " STATE-NAME
          W-FORMATTED-GROSS " " W-FORMATTED-AMOUNT
          "     " W-FORMATTED-UNREMITTED
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

OFFER-TO-MARK-REMITTED.

   MOVE W-QUARTER-UNREMITTED TO W-FORMATTED-UNREMITTED.
   MOVE SPACES TO MSG-CONFIRMATION.
   STRING "MARK THE QUARTER'S " W-FORMATTED-UNREMITTED
          " NOT YET REMITTED AS PAID TODAY ? <Y/N>"
     DELIMITED BY SIZE INTO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

   IF NOT REMIT-IS-CONFIRMED
      DISPLAY "NOTHING WAS MARKED."
   ELSE
      MOVE 0 TO W-MARKED-COUNT
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO SWHHOLD-VOUCHER-NUMBER
      START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VOUCHER-NUMBER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM MARK-NEXT-SWH-ENTRY UNTIL END-OF-FILE
      DISPLAY W-MARKED-COUNT " AMOUNT(S) MARKED REMITTED.".
*>_________________________________________________________________________

MARK-NEXT-SWH-ENTRY.

   READ STATE-WITHHOLDING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF NOT SWHHOLD-IS-REMITTED
            AND SWHHOLD-AMOUNT NOT EQUAL ZEROS
            AND SWHHOLD-PAID-DATE NOT LESS THAN W-QUARTER-FROM-DATE
            AND SWHHOLD-PAID-DATE NOT GREATER THAN W-QUARTER-TO-DATE
            AND (ENTRY-REPORT-STATE EQUAL SPACES
                 OR SWHHOLD-STATE EQUAL ENTRY-REPORT-STATE)
            MOVE SWHHOLD-RECORD TO W-SYSAUD-BEFORE-IMAGE
            MOVE "Y"         TO SWHHOLD-REMITTED
            MOVE W-DAY-TODAY TO SWHHOLD-REMITTED-DATE
            REWRITE SWHHOLD-RECORD
               INVALID KEY
                  DISPLAY "*** ERROR MARKING VOUCHER "
                          SWHHOLD-VOUCHER-NUMBER " ! ***"
               NOT INVALID KEY
                  ADD 1 TO W-MARKED-COUNT
                  MOVE "SWHHOLD"       TO W-SYSAUD-RECORD-TYPE
                  MOVE "CHANGE"        TO W-SYSAUD-ACTION
                  MOVE SPACES          TO W-SYSAUD-KEY
                  MOVE SWHHOLD-VOUCHER-NUMBER TO W-SYSAUD-KEY (1:7)
                  MOVE SWHHOLD-RECORD  TO W-SYSAUD-AFTER-IMAGE
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
            END-REWRITE
         END-IF
   END-READ.
*>_________________________________________________________________________

PAYEE-STATEMENT-MODULE.

*>   One statement per payee and state for the tax year: what was
*>   paid for services there and the state tax withheld from it, for
*>   the payee to claim on their nonresident return.

   MOVE ZEROS TO ENTRY-TAX-YEAR.
   DISPLAY "TAX YEAR FOR THE PAYEE STATEMENTS (0 TO CANCEL): ".
   ACCEPT ENTRY-TAX-YEAR.

   IF ENTRY-TAX-YEAR NOT EQUAL ZEROS
      MOVE 0 TO PAYEE-COUNT
      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO SWHHOLD-VOUCHER-NUMBER
      START STATE-WITHHOLDING-FILE KEY IS NOT LESS THAN SWHHOLD-VOUCHER-NUMBER
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM SUM-NEXT-SWH-ENTRY UNTIL END-OF-FILE
      PERFORM WRITE-THE-PAYEE-STATEMENTS
      DISPLAY W-STATEMENT-COUNT " STATEMENT(S) PRINTED TO STATE-WH-STATEMENTS.PRN."
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

SUM-NEXT-SWH-ENTRY.

   READ STATE-WITHHOLDING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF SWHHOLD-PAID-DATE (1:4) EQUAL ENTRY-TAX-YEAR
            PERFORM ADD-TO-PAYEE-TABLE
         END-IF
   END-READ.
*>_________________________________________________________________________

ADD-TO-PAYEE-TABLE.

   MOVE "N" TO W-PAYEE-FOUND.
   PERFORM MATCH-ONE-PAYEE-ENTRY
      VARYING W-PAYEE-INDEX FROM 1 BY 1
         UNTIL W-PAYEE-INDEX GREATER THAN PAYEE-COUNT
            OR W-PAYEE-FOUND EQUAL "Y".

   IF W-PAYEE-FOUND NOT EQUAL "Y"
      IF PAYEE-COUNT LESS THAN 300
         ADD 1 TO PAYEE-COUNT
         MOVE SWHHOLD-VENDOR-NUMBER TO PYT-VENDOR (PAYEE-COUNT)
         MOVE SWHHOLD-STATE         TO PYT-STATE (PAYEE-COUNT)
         MOVE SWHHOLD-GROSS-AMOUNT  TO PYT-GROSS (PAYEE-COUNT)
         MOVE SWHHOLD-AMOUNT        TO PYT-WITHHELD (PAYEE-COUNT).
*>_________________________________________________________________________

MATCH-ONE-PAYEE-ENTRY.

   IF PYT-VENDOR (W-PAYEE-INDEX) EQUAL SWHHOLD-VENDOR-NUMBER
      AND PYT-STATE (W-PAYEE-INDEX) EQUAL SWHHOLD-STATE
      MOVE "Y" TO W-PAYEE-FOUND
      ADD SWHHOLD-GROSS-AMOUNT TO PYT-GROSS (W-PAYEE-INDEX)
      ADD SWHHOLD-AMOUNT       TO PYT-WITHHELD (W-PAYEE-INDEX).
*>_________________________________________________________________________

WRITE-THE-PAYEE-STATEMENTS.

   MOVE 0 TO W-STATEMENT-COUNT.
   OPEN OUTPUT STATEMENT-FILE.

   PERFORM WRITE-ONE-PAYEE-STATEMENT
      VARYING W-PAYEE-INDEX FROM 1 BY 1
         UNTIL W-PAYEE-INDEX GREATER THAN PAYEE-COUNT.

   IF W-STATEMENT-COUNT EQUAL ZEROS
      MOVE "( NO STATE TAX WAS WITHHELD IN THAT YEAR )" TO STATEMENT-RECORD
      WRITE STATEMENT-RECORD.

   CLOSE STATEMENT-FILE.
*>_________________________________________________________________________

WRITE-ONE-PAYEE-STATEMENT.

*>   Payees who stayed under the threshold all year had nothing
*>   withheld and get no statement.

   IF PYT-WITHHELD (W-PAYEE-INDEX) NOT EQUAL ZEROS
      ADD 1 TO W-STATEMENT-COUNT
      PERFORM PRINT-THE-STATEMENT.
*>_________________________________________________________________________

PRINT-THE-STATEMENT.

   MOVE PYT-VENDOR (W-PAYEE-INDEX) TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE SPACES TO VENDOR-RECORD
      MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME.

   MOVE PYT-STATE (W-PAYEE-INDEX) TO STATE-CODE.
   READ STATE-FILE RECORD
      INVALID KEY
         MOVE SPACES TO STATE-NAME.

   MOVE ALL "-" TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING "NONRESIDENT WITHHOLDING STATEMENT - TAX YEAR " ENTRY-TAX-YEAR
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING "STATE: " PYT-STATE (W-PAYEE-INDEX) " - " STATE-NAME
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.

   MOVE "WITHHOLDING AGENT:" TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE CONTROL-COMPANY-NAME TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE CONTROL-COMPANY-ADDRESS-1 TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING CONTROL-COMPANY-CITY ", " CONTROL-COMPANY-STATE
          " " CONTROL-COMPANY-ZIP
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.

   MOVE "PAYEE:" TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE VENDOR-NAME TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE VENDOR-ADDRESS-1 TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   IF VENDOR-ADDRESS-2 NOT EQUAL SPACES
      MOVE VENDOR-ADDRESS-2 TO STATEMENT-RECORD
      WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING VENDOR-CITY ", " VENDOR-STATE " " VENDOR-ZIP
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING "TAX ID: " VENDOR-TAX-ID "   VENDOR: " PYT-VENDOR (W-PAYEE-INDEX)
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.

   MOVE PYT-GROSS (W-PAYEE-INDEX) TO W-FORMATTED-GROSS.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING "TOTAL PAID FOR SERVICES IN THE STATE....: " W-FORMATTED-GROSS
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE PYT-WITHHELD (W-PAYEE-INDEX) TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO STATEMENT-RECORD.
   STRING "STATE INCOME TAX WITHHELD...............: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE SPACES TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE "KEEP THIS STATEMENT - CLAIM THE AMOUNT WITHHELD ON YOUR NONRESIDENT"
     TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
   MOVE "INCOME TAX RETURN FOR THE STATE SHOWN ABOVE." TO STATEMENT-RECORD.
   WRITE STATEMENT-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSYSAUD.CBL".
*>_________________________________________________________________________
