IDENTIFICATION DIVISION.
PROGRAM-ID. one-time-payee-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLOTPAY.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "one-time-payee-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDOTPAY.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
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
         COPY "wsdate.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 REPORT-TITLE-TEXT   PIC X(45).
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

*>       The report has two parts, the payee listing and the year-end
*>       1099 check, each with its own column headings; the one in use
*>       is moved into HEADING-1 / HEADING-2.
         01 HEADING-1              PIC X(132).
         01 HEADING-2              PIC X(132).

         01 LIST-HEADING-1.
            05 FILLER              PIC X(08) VALUE "VOUCHER ".
            05 FILLER              PIC X(31) VALUE "PAYEE NAME".
            05 FILLER              PIC X(24) VALUE "CITY                 ST".
            05 FILLER              PIC X(07) VALUE "REASON".
            05 FILLER              PIC X(12) VALUE "     AMOUNT".
            05 FILLER              PIC X(11) VALUE "ENTERED".
            05 FILLER              PIC X(20) VALUE "STATUS".
            05 FILLER              PIC X(05) VALUE "1099".
            05 FILLER              PIC X(07) VALUE "SCREEN".

         01 LIST-HEADING-2.
            05 FILLER              PIC X(08) VALUE "======= ".
            05 FILLER              PIC X(31) VALUE "============================== ".
            05 FILLER              PIC X(24) VALUE "==================== == ".
            05 FILLER              PIC X(07) VALUE "====== ".
            05 FILLER              PIC X(12) VALUE "=========== ".
            05 FILLER              PIC X(11) VALUE "========== ".
            05 FILLER              PIC X(20) VALUE "=================== ".
            05 FILLER              PIC X(05) VALUE "==== ".
            05 FILLER              PIC X(07) VALUE "=======".

         01 YEAR-HEADING-1.
            05 FILLER              PIC X(31) VALUE "PAYEE NAME".
            05 FILLER              PIC X(12) VALUE "TAX ID".
            05 FILLER              PIC X(06) VALUE "PMTS".
            05 FILLER              PIC X(15) VALUE "    PAID IN YR".
            05 FILLER              PIC X(05) VALUE "1099".
            05 FILLER              PIC X(45) VALUE "YEAR-END FINDING".

         01 YEAR-HEADING-2.
            05 FILLER              PIC X(31) VALUE "============================== ".
            05 FILLER              PIC X(12) VALUE "=========== ".
            05 FILLER              PIC X(06) VALUE "===== ".
            05 FILLER              PIC X(15) VALUE "============== ".
            05 FILLER              PIC X(05) VALUE "==== ".
            05 FILLER              PIC X(45) VALUE "============================================".

         01 DETAIL-1.
            05 D-VOUCHER                  PIC ZZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-NAME                     PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-CITY                     PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATE                    PIC X(02).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-REASON                   PIC X(06).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-AMOUNT                   PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ENTERED                  PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATUS                   PIC X(19).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-1099                     PIC X(01).
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 D-SCREEN                   PIC X(07).

         01 D-STATUS-PAID.
            05 FILLER                     PIC X(05) VALUE "PAID ".
            05 D-PAID-DATE                PIC 99/99/9999.
            05 FILLER                     PIC X(04) VALUE SPACES.

         01 YEAR-DETAIL.
            05 YD-NAME                    PIC X(30).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 YD-TAX-ID                  PIC X(11).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 YD-COUNT                   PIC ZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 YD-PAID                    PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 YD-1099                    PIC X(01).
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 YD-FINDING                 PIC X(45).

*>   Totals of the listing by the reason for the payment.
         01 REASON-TOTALS.
            05 REASON-TOTAL OCCURS 4 TIMES.
               10 RT-REASON               PIC X(06).
               10 RT-COUNT                PIC 9(05).
               10 RT-AMOUNT               PIC S9(9)V99.

         01 REASON-DETAIL.
            05 FILLER                     PIC X(08) VALUE SPACES.
            05 RD-REASON                  PIC X(06).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 RD-COUNT                   PIC ZZZZ9.
            05 FILLER                     PIC X(13) VALUE " VOUCHER(S)  ".
            05 RD-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99-.

*>   One line per payee paid in the tax year. A payee is known by its
*>   tax id, or by its name where none was given, so two refunds to
*>   the same person add up toward the reporting threshold.
         01 PAYEE-YEAR-TABLE.
            05 PAYEE-YEAR-ENTRY OCCURS 500 TIMES.
               10 PY-KEY                  PIC X(30).
               10 PY-NAME                 PIC X(30).
               10 PY-TAX-ID               PIC X(11).
               10 PY-COUNT                PIC 9(05).
               10 PY-PAID                 PIC S9(9)V99.
               10 PY-REPORTABLE           PIC X(01).
               10 PY-REFUND-ONLY          PIC X(01).

         77 W-PAYEE-COUNT          PIC 9(03) COMP VALUE 0.
         77 W-PAYEE-INDEX          PIC 9(03) COMP.
         77 W-REASON-INDEX         PIC 9(01) COMP.
         77 W-PAYEE-KEY            PIC X(30).

*>   The federal reporting floor for a payee's year of 1099-MISC/NEC
*>   payments.
         77 W-1099-THRESHOLD       PIC 9(5)V99 VALUE 600.00.
         77 W-THRESHOLD-EDITED     PIC ZZ,ZZ9.99.

         01 ARC-VOUCHER-DETAIL.
            05 ARC-VOUCHER-NUMBER            PIC 9(07).
            05 ARC-VOUCHER-VENDOR            PIC 9(05).
            05 ARC-VOUCHER-INVOICE           PIC X(15).
            05 FILLER                        PIC X(150).
            05 ARC-VOUCHER-AMOUNT            PIC S9(6)V99.
            05 ARC-VOUCHER-DATE              PIC 9(08).
            05 ARC-VOUCHER-DUE               PIC 9(08).
            05 FILLER                        PIC X(02).
            05 ARC-VOUCHER-PAID-AMOUNT       PIC S9(6)V99.
            05 ARC-VOUCHER-PAID-DATE         PIC 9(08).
            05 ARC-VOUCHER-CHECK-NO          PIC 9(06).
            05 FILLER                        PIC X(287).

*>   The payee's voucher as found, live or archived.
         01 W-PAYEE-VOUCHER.
            05 PV-AMOUNT                     PIC S9(6)V99.
            05 PV-PAID-AMOUNT                PIC S9(6)V99.
            05 PV-PAID-DATE                  PIC 9(08).
            05 PV-CHECK-NO                   PIC 9(06).
            05 PV-HOLD                       PIC X(01).
            05 PV-STATUS                     PIC X(08).

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VOUCHER        PIC X.
            88 FOUND-VOUCHER        VALUE "Y".

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

         77 W-FROM-DATE            PIC 9(8).
         77 W-TO-DATE              PIC 9(8).
         77 ENTRY-YEAR             PIC 9(4).
         77 W-PAID-YEAR            PIC 9(4).
         77 W-PAYEES-LISTED        PIC 9(6) VALUE 0.
         77 W-LISTED-AMOUNT        PIC S9(9)V99 VALUE 0.
         77 W-1099-DUE-COUNT       PIC 9(5) VALUE 0.
         77 W-TIN-MISSING-COUNT    PIC 9(5) VALUE 0.
         77 W-TABLE-FULL-COUNT     PIC 9(5) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 W-AMOUNT-EDITED        PIC ZZ,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                 ONE-TIME PAYEE REPORT AND YEAR-END 1099 CHECK".
     DISPLAY " ".

     MOVE "FROM DATE ENTERED: (MM-DD-YYYY, <ENTER> FOR NO LOWER LIMIT)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.

     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-FROM-DATE.

     MOVE "TO DATE ENTERED: (MM-DD-YYYY, <ENTER> FOR NO UPPER LIMIT)" TO GDTV-DATE-HEADING.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
     MOVE GDTV-DATE TO W-TO-DATE.

     IF W-TO-DATE EQUAL ZEROS
        MOVE 99991231 TO W-TO-DATE.

*>   The 1099 check looks at a whole calendar year of payments, by
*>   default the one just ended.
     DISPLAY "TAX YEAR FOR THE 1099 CHECK (CCYY, <ENTER> FOR LAST YEAR): ".
     MOVE ZEROS TO ENTRY-YEAR.
     ACCEPT ENTRY-YEAR.
     IF ENTRY-YEAR EQUAL ZEROS
        COMPUTE ENTRY-YEAR = W-DAY-TODAY / 10000 - 1.

     OPEN INPUT ONE-TIME-PAYEE-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     INITIALIZE REASON-TOTALS.
     MOVE "REFUND" TO RT-REASON (1).
     MOVE "SETTLE" TO RT-REASON (2).
     MOVE "REIMB"  TO RT-REASON (3).
     MOVE "OTHER"  TO RT-REASON (4).

     MOVE 0 TO PAGE-NUMBER.
     MOVE "ONE-TIME PAYEE VOUCHERS" TO REPORT-TITLE-TEXT.
     MOVE LIST-HEADING-1 TO HEADING-1.
     MOVE LIST-HEADING-2 TO HEADING-2.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO OTP-VOUCHER.
     START ONE-TIME-PAYEE-FILE KEY IS NOT LESS THAN OTP-VOUCHER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-ONE-TIME-PAYEE UNTIL END-OF-FILE.

     PERFORM PRINT-REASON-TOTALS.
     PERFORM FINALIZE-PAGE.

     MOVE "ONE-TIME PAYEES - YEAR-END 1099 CHECK" TO REPORT-TITLE-TEXT.
     MOVE YEAR-HEADING-1 TO HEADING-1.
     MOVE YEAR-HEADING-2 TO HEADING-2.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO OTP-VOUCHER.
     START ONE-TIME-PAYEE-FILE KEY IS NOT LESS THAN OTP-VOUCHER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM ADD-NEXT-PAYEE-TO-YEAR UNTIL END-OF-FILE.

     MOVE 1 TO W-PAYEE-INDEX.
     PERFORM PRINT-ONE-PAYEE-YEAR UNTIL W-PAYEE-INDEX GREATER THAN W-PAYEE-COUNT.

     PERFORM PRINT-YEAR-TOTALS.
     PERFORM FINALIZE-PAGE.

     CLOSE ONE-TIME-PAYEE-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE PRINTER-FILE.

     MOVE "ONE-TIME" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-PAYEES-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " ONE-TIME PAYEE VOUCHER(S) LISTED - SEE one-time-payee-report.prn".
     MOVE W-1099-DUE-COUNT TO W-COUNT-EDITED.
     DISPLAY W-COUNT-EDITED " PAYEE(S) DUE A 1099 FOR " ENTRY-YEAR.
     IF W-TIN-MISSING-COUNT NOT EQUAL ZEROS
        MOVE W-TIN-MISSING-COUNT TO W-COUNT-EDITED
        DISPLAY W-COUNT-EDITED " OF THEM HAVE NO TAX ID - REQUEST A W-9 !".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LIST-NEXT-ONE-TIME-PAYEE.

     READ ONE-TIME-PAYEE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF OTP-COMPANY EQUAL W-SESSION-COMPANY
              AND OTP-DATE-ENTERED NOT LESS THAN W-FROM-DATE
              AND OTP-DATE-ENTERED NOT GREATER THAN W-TO-DATE
              PERFORM LIST-ONE-TIME-PAYEE
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-TIME-PAYEE.

     PERFORM READ-PAYEE-VOUCHER.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE OTP-VOUCHER   TO D-VOUCHER.
     MOVE OTP-NAME      TO D-NAME.
     MOVE OTP-CITY      TO D-CITY.
     MOVE OTP-STATE     TO D-STATE.
     MOVE OTP-REASON    TO D-REASON.
     MOVE PV-AMOUNT     TO D-AMOUNT.
     COMPUTE DUMMY-FOR-DATE-12 = OTP-DATE-ENTERED * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-ENTERED.

     IF NOT FOUND-VOUCHER
        MOVE "** NO VOUCHER **" TO D-STATUS
     ELSE
     IF PV-PAID-DATE NOT EQUAL ZEROS
        COMPUTE DUMMY-FOR-DATE-12 = PV-PAID-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO D-PAID-DATE
        MOVE D-STATUS-PAID TO D-STATUS
     ELSE
     IF PV-HOLD EQUAL "Y"
        MOVE "ON HOLD" TO D-STATUS
     ELSE
        MOVE PV-STATUS TO D-STATUS.

     MOVE OTP-1099-REPORTABLE TO D-1099.
     IF OTP-SCREEN-STATUS EQUAL SPACES
        MOVE "CLEAN" TO D-SCREEN
     ELSE
        MOVE OTP-SCREEN-STATUS TO D-SCREEN.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

*>   A paid check number and any look-alike vendor the clerk passed
*>   over go on a second line.
     IF (FOUND-VOUCHER AND PV-CHECK-NO NOT EQUAL ZEROS)
        OR OTP-DUP-VENDOR NOT EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        IF PV-CHECK-NO NOT EQUAL ZEROS
           STRING "        CHECK " PV-CHECK-NO "  TAX ID " OTP-TAX-ID
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        END-IF
        IF OTP-DUP-VENDOR NOT EQUAL ZEROS
           MOVE "RESEMBLES VENDOR" TO PRINTER-RECORD (40:16)
           MOVE OTP-DUP-VENDOR TO PRINTER-RECORD (57:5)
           MOVE "- ENTERED AS ONE-TIME BY" TO PRINTER-RECORD (63:24)
           MOVE OTP-ENTERED-BY TO PRINTER-RECORD (88:10)
        END-IF
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     MOVE 1 TO W-REASON-INDEX.
     PERFORM FIND-REASON-TOTAL
        UNTIL W-REASON-INDEX EQUAL 4
           OR RT-REASON (W-REASON-INDEX) EQUAL OTP-REASON.
     ADD 1         TO RT-COUNT (W-REASON-INDEX).
     ADD PV-AMOUNT TO RT-AMOUNT (W-REASON-INDEX).

     ADD 1         TO W-PAYEES-LISTED.
     ADD PV-AMOUNT TO W-LISTED-AMOUNT.
*>_________________________________________________________________________

FIND-REASON-TOTAL.

     ADD 1 TO W-REASON-INDEX.
*>_________________________________________________________________________

READ-PAYEE-VOUCHER.

*>   The voucher may since have been archived with the other paid
*>   vouchers; the payee record stays behind for the year-end check.

     INITIALIZE W-PAYEE-VOUCHER.
     MOVE "N" TO W-FOUND-VOUCHER.
     MOVE OTP-VOUCHER TO VOUCHER-NUMBER.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE "Y" TO W-FOUND-VOUCHER
           MOVE VOUCHER-AMOUNT       TO PV-AMOUNT
           MOVE VOUCHER-PAID-AMOUNT  TO PV-PAID-AMOUNT
           MOVE VOUCHER-PAID-DATE    TO PV-PAID-DATE
           MOVE VOUCHER-CHECK-NO     TO PV-CHECK-NO
           MOVE VOUCHER-HOLD         TO PV-HOLD
           MOVE VOUCHER-STATUS       TO PV-STATUS
     END-READ.

     IF NOT FOUND-VOUCHER
        MOVE OTP-VOUCHER TO VCARC-VOUCHER-NUMBER
        READ VOUCHER-ARCHIVE-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-VOUCHER
              MOVE VCARC-VOUCHER-IMAGE       TO ARC-VOUCHER-DETAIL
              MOVE ARC-VOUCHER-AMOUNT        TO PV-AMOUNT
              MOVE ARC-VOUCHER-PAID-AMOUNT   TO PV-PAID-AMOUNT
              MOVE ARC-VOUCHER-PAID-DATE     TO PV-PAID-DATE
              MOVE ARC-VOUCHER-CHECK-NO      TO PV-CHECK-NO
              MOVE "N"                       TO PV-HOLD
              MOVE "ARCHIVED"                TO PV-STATUS
        END-READ.
*>_________________________________________________________________________

PRINT-REASON-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "TOTALS BY REASON:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE 1 TO W-REASON-INDEX.
     PERFORM PRINT-ONE-REASON-TOTAL UNTIL W-REASON-INDEX GREATER THAN 4.

     MOVE "TOTAL" TO RD-REASON.
     MOVE W-PAYEES-LISTED TO RD-COUNT.
     MOVE W-LISTED-AMOUNT TO RD-AMOUNT.
     MOVE REASON-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

PRINT-ONE-REASON-TOTAL.

     MOVE RT-REASON (W-REASON-INDEX) TO RD-REASON.
     MOVE RT-COUNT (W-REASON-INDEX)  TO RD-COUNT.
     MOVE RT-AMOUNT (W-REASON-INDEX) TO RD-AMOUNT.
     MOVE REASON-DETAIL TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-REASON-INDEX.
*>_________________________________________________________________________

ADD-NEXT-PAYEE-TO-YEAR.

*>   Every payee paid in the tax year, whatever date it was entered.

     READ ONE-TIME-PAYEE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF OTP-COMPANY EQUAL W-SESSION-COMPANY
              PERFORM READ-PAYEE-VOUCHER
              IF FOUND-VOUCHER AND PV-PAID-DATE NOT EQUAL ZEROS
                 COMPUTE W-PAID-YEAR = PV-PAID-DATE / 10000
                 IF W-PAID-YEAR EQUAL ENTRY-YEAR
                    PERFORM ADD-ONE-PAYEE-TO-YEAR
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

ADD-ONE-PAYEE-TO-YEAR.

     IF OTP-TAX-ID NOT EQUAL SPACES
        MOVE OTP-TAX-ID TO W-PAYEE-KEY
     ELSE
        MOVE OTP-NAME TO W-PAYEE-KEY.

     MOVE 1 TO W-PAYEE-INDEX.
     PERFORM FIND-PAYEE-YEAR-ENTRY
        UNTIL W-PAYEE-INDEX GREATER THAN W-PAYEE-COUNT
           OR PY-KEY (W-PAYEE-INDEX) EQUAL W-PAYEE-KEY.

     IF W-PAYEE-INDEX GREATER THAN W-PAYEE-COUNT
        IF W-PAYEE-COUNT EQUAL 500
           ADD 1 TO W-TABLE-FULL-COUNT
        ELSE
           ADD 1 TO W-PAYEE-COUNT
           MOVE W-PAYEE-KEY TO PY-KEY (W-PAYEE-INDEX)
           MOVE OTP-NAME    TO PY-NAME (W-PAYEE-INDEX)
           MOVE OTP-TAX-ID  TO PY-TAX-ID (W-PAYEE-INDEX)
           MOVE ZEROS       TO PY-COUNT (W-PAYEE-INDEX)
           MOVE ZEROS       TO PY-PAID (W-PAYEE-INDEX)
           MOVE "N"         TO PY-REPORTABLE (W-PAYEE-INDEX)
           MOVE "Y"         TO PY-REFUND-ONLY (W-PAYEE-INDEX).

     IF W-PAYEE-INDEX NOT GREATER THAN W-PAYEE-COUNT
        ADD 1              TO PY-COUNT (W-PAYEE-INDEX)
        ADD PV-PAID-AMOUNT TO PY-PAID (W-PAYEE-INDEX)
        IF OTP-IS-1099-REPORTABLE
           MOVE "Y" TO PY-REPORTABLE (W-PAYEE-INDEX)
        END-IF
        IF NOT OTP-IS-REFUND
           MOVE "N" TO PY-REFUND-ONLY (W-PAYEE-INDEX)
        END-IF.
*>_________________________________________________________________________

FIND-PAYEE-YEAR-ENTRY.

     ADD 1 TO W-PAYEE-INDEX.
*>_________________________________________________________________________

PRINT-ONE-PAYEE-YEAR.

*>   Listed are the payees flagged reportable, and those who reached
*>   the threshold without the flag - unless every payment to them was
*>   a refund of their own money, which is never reportable.

     MOVE SPACES TO YD-FINDING.
     IF PY-REPORTABLE (W-PAYEE-INDEX) EQUAL "Y"
        IF PY-PAID (W-PAYEE-INDEX) NOT LESS THAN W-1099-THRESHOLD
           ADD 1 TO W-1099-DUE-COUNT
           IF PY-TAX-ID (W-PAYEE-INDEX) EQUAL SPACES
              ADD 1 TO W-TIN-MISSING-COUNT
              MOVE "1099 DUE - NO TAX ID, REQUEST A W-9" TO YD-FINDING
           ELSE
              MOVE "1099 DUE" TO YD-FINDING
           END-IF
        ELSE
           MOVE "REPORTABLE BUT UNDER THE THRESHOLD" TO YD-FINDING
        END-IF
     ELSE
     IF PY-PAID (W-PAYEE-INDEX) NOT LESS THAN W-1099-THRESHOLD
        AND PY-REFUND-ONLY (W-PAYEE-INDEX) EQUAL "N"
        MOVE "NOT FLAGGED - CONFIRM IT IS NOT REPORTABLE" TO YD-FINDING.

     IF YD-FINDING NOT EQUAL SPACES
        IF PAGE-FULL
           PERFORM FINALIZE-PAGE
           PERFORM PRINT-HEADINGS
        END-IF
        MOVE PY-NAME (W-PAYEE-INDEX)       TO YD-NAME
        MOVE PY-TAX-ID (W-PAYEE-INDEX)     TO YD-TAX-ID
        MOVE PY-COUNT (W-PAYEE-INDEX)      TO YD-COUNT
        MOVE PY-PAID (W-PAYEE-INDEX)       TO YD-PAID
        MOVE PY-REPORTABLE (W-PAYEE-INDEX) TO YD-1099
        MOVE YEAR-DETAIL TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     ADD 1 TO W-PAYEE-INDEX.
*>_________________________________________________________________________

PRINT-YEAR-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE SPACES TO PRINTER-RECORD.
     MOVE W-PAYEE-COUNT TO W-COUNT-EDITED.
     STRING "TAX YEAR " ENTRY-YEAR " - ONE-TIME PAYEES PAID: "
            W-COUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-1099-DUE-COUNT TO W-COUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     MOVE W-1099-THRESHOLD TO W-THRESHOLD-EDITED.
     STRING "PAYEES DUE A 1099 (" W-THRESHOLD-EDITED " OR MORE): " W-COUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE W-TIN-MISSING-COUNT TO W-COUNT-EDITED.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "   OF WHICH WITHOUT A TAX ID:     " W-COUNT-EDITED
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     IF W-TABLE-FULL-COUNT NOT EQUAL ZEROS
        MOVE W-TABLE-FULL-COUNT TO W-COUNT-EDITED
        MOVE SPACES TO PRINTER-RECORD
        STRING "*** " W-COUNT-EDITED " PAYMENT(S) NOT CHECKED - MORE THAN 500 PAYEES IN THE YEAR ***"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
