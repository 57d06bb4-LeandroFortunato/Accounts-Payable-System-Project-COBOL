IDENTIFICATION DIVISION.
PROGRAM-ID. gl-account-activity-inquiry.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCOA.CBL".
         COPY "SLBUDGET.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLSPOOL.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "gl-account-activity-inquiry.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDVND02.CBL".
         COPY "FDCOA.CBL".
         COPY "FDBUDGET.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDSPOOL.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(90).

   WORKING-STORAGE SECTION.

         COPY "wscase01.cbl".
         COPY "wsspool.cbl".
         COPY "wsfiscal.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
            88 PRINTING-IS-CONFIRMED VALUE "Y".
         77 MSG-CONFIRMATION       PIC X(75).

*>   One voucher wherever it lives - the live file or the archive -
*>   for the drill-down from a line of the account's activity.

         01 DRILL-VOUCHER.
            05 DRILL-NUMBER              PIC 9(07).
            05 DRILL-VENDOR              PIC 9(05).
            05 DRILL-INVOICE             PIC X(15).
            05 DRILL-FOR-LINE            PIC X(50) OCCURS 3 TIMES.
            05 DRILL-AMOUNT              PIC S9(6)V99.
            05 DRILL-DATE                PIC 9(08).
            05 DRILL-DUE                 PIC 9(08).
            05 DRILL-PAID-AMOUNT         PIC S9(6)V99.
            05 DRILL-PAID-DATE           PIC 9(08).
            05 DRILL-CHECK-NO            PIC 9(06).
            05 DRILL-GL-LINE-COUNT       PIC 9(01).
            05 DRILL-GL-LINE OCCURS 5 TIMES.
               10 DRILL-GL-ACCOUNT       PIC X(10).
               10 DRILL-GL-AMOUNT        PIC S9(6)V99.
            05 DRILL-STATUS              PIC X(08).
            05 DRILL-TYPE                PIC X(07).
            05 DRILL-LOCATION            PIC X(07).

         01 ARC-VOUCHER-DETAIL.
            05 ARC-VOUCHER-NUMBER            PIC 9(07).
            05 ARC-VOUCHER-VENDOR            PIC 9(05).
            05 ARC-VOUCHER-INVOICE           PIC X(15).
            05 ARC-VOUCHER-FOR-LINE          PIC X(50) OCCURS 3 TIMES.
            05 ARC-VOUCHER-AMOUNT            PIC S9(6)V99.
            05 ARC-VOUCHER-DATE              PIC 9(08).
            05 ARC-VOUCHER-DUE               PIC 9(08).
            05 FILLER                        PIC X(02).
            05 ARC-VOUCHER-PAID-AMOUNT       PIC S9(6)V99.
            05 ARC-VOUCHER-PAID-DATE         PIC 9(08).
            05 ARC-VOUCHER-CHECK-NO          PIC 9(06).
            05 FILLER                        PIC X(08).
            05 FILLER                        PIC X(01).
            05 FILLER                        PIC X(08).
            05 ARC-VOUCHER-GL-LINE-COUNT     PIC 9(01).
            05 ARC-VOUCHER-GL-LINE OCCURS 5 TIMES.
               10 ARC-VOUCHER-GL-ACCOUNT     PIC X(10).
               10 ARC-VOUCHER-GL-AMOUNT      PIC S9(6)V99.
            05 FILLER                        PIC X(08).
            05 FILLER                        PIC X(01).
            05 FILLER                        PIC X(07).
            05 FILLER                        PIC X(15).
            05 FILLER                        PIC X(05).
            05 ARC-VOUCHER-TYPE              PIC X(07).
            05 FILLER                        PIC X(31).
            05 ARC-VOUCHER-COMPANY           PIC 9(01).
            05 FILLER                        PIC X(104).

*>   Every distribution line found on the account, as it shows on the
*>   screen, with where its voucher lives for the drill-down.

         01 ACTIVITY-LINE-TABLE.
            05 ACTIVITY-LINE-COUNT       PIC 999 VALUE 0.
            05 ACTIVITY-LINE-ENTRY OCCURS 200 TIMES.
               10 ALT-VOUCHER            PIC 9(07).
               10 ALT-LOCATION           PIC X(07).
               10 ALT-TEXT               PIC X(90).

         01 PERIOD-TOTAL-TABLE.
            05 PERIOD-TOTAL-COUNT        PIC 99 VALUE 0.
            05 PERIOD-TOTAL-ENTRY OCCURS 60 TIMES.
               10 PTT-YEAR               PIC 9(04).
               10 PTT-PERIOD             PIC 9(02).
               10 PTT-AMOUNT             PIC S9(8)V99.

         01 DETAIL-1.
            05 D-LINE                    PIC ZZ9.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-YEAR                    PIC 9(04).
            05 D-SLASH                   PIC X(01).
            05 D-PERIOD                  PIC 9(02).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-VOUCHER-NUMBER          PIC ZZZZZZ9.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-DATE                    PIC 99/99/9999.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME             PIC X(20).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-INVOICE                 PIC X(15).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-AMOUNT                  PIC ZZZ,ZZ9.99-.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-STATUS                  PIC X(08).

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE       VALUE "Y".

         01 W-FOUND-VOUCHER        PIC X.
            88 FOUND-VOUCHER     VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD VALUE "Y".

         01 W-FOUND-COA-RECORD     PIC X.
            88 FOUND-COA-RECORD  VALUE "Y".

         01 W-FOUND-BUDGET         PIC X.
            88 FOUND-BUDGET      VALUE "Y".

         01 W-FOUND-RANGE          PIC X.
            88 FOUND-RANGE       VALUE "Y".

         01 W-FOUND-CHECK          PIC X.
            88 FOUND-CHECK       VALUE "Y".

         01 W-PERIOD-FOUND         PIC X.
            88 PERIOD-FOUND      VALUE "Y".

         77 W-ENTRY-ACCOUNT        PIC X(10).
         77 W-ACCOUNT-DESCRIPTION  PIC X(30).
         77 W-FROM-YEAR            PIC 9(4).
         77 W-FROM-PERIOD          PIC 9(2).
         77 W-TO-YEAR              PIC 9(4).
         77 W-TO-PERIOD            PIC 9(2).
         77 W-RANGE-START-DATE     PIC 9(8).
         77 W-RANGE-END-DATE       PIC 9(8).
         77 W-ENTRY-LINE           PIC 999.
         77 W-LINE-INDEX           PIC 999.
         77 W-LINES-SHOWN          PIC 99.
         77 W-PERIOD-INDEX         PIC 99.
         77 W-GL-INDEX             PIC 9.
         77 W-LINES-NOT-LISTED     PIC 9(5).
         77 W-ACCOUNT-TOTAL        PIC S9(8)V99.
         77 W-BUDGET-AMOUNT        PIC S9(8)V99.
         77 W-BUDGET-USED          PIC S9(8)V99.
         77 W-BUDGET-COMMITTED     PIC S9(8)V99.
         77 W-BUDGET-REMAINING     PIC S9(8)V99.
         77 W-BUDGET-TYPE          PIC X(07).
         77 W-FORMATTED-TOTAL      PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-PERIOD     PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-BUDGET     PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-USED       PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-COMMITTED  PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-REMAINING  PIC ZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99-.
         77 W-FORMATTED-DATE       PIC 99/99/9999.
         77 W-LINE-VOUCHER         PIC 9(07).
         77 W-LINE-VENDOR          PIC 9(05).
         77 W-LINE-INVOICE         PIC X(15).
         77 W-LINE-DATE            PIC 9(08).
         77 W-LINE-AMOUNT          PIC S9(6)V99.
         77 W-LINE-STATUS          PIC X(08).
         77 W-LINE-LOCATION        PIC X(07).
         77 W-LOOKUP-NUMBER        PIC 9(7).
         77 W-LOOKUP-LOCATION      PIC X(07).
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
         77 DUMMY                  PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

     PERFORM READ-SESSION-COMPANY.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT CHART-OF-ACCOUNTS-FILE.
     OPEN INPUT BUDGET-FILE.
     OPEN INPUT FISCAL-CALENDAR-FILE.
     OPEN INPUT CHECK-REGISTER-FILE.

     PERFORM RUN-ONE-ACCOUNT-INQUIRY.
     PERFORM RUN-ONE-ACCOUNT-INQUIRY
        UNTIL W-ENTRY-ACCOUNT EQUAL SPACES.

     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE VENDOR-FILE.
     CLOSE CHART-OF-ACCOUNTS-FILE.
     CLOSE BUDGET-FILE.
     CLOSE FISCAL-CALENDAR-FILE.
     CLOSE CHECK-REGISTER-FILE.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

RUN-ONE-ACCOUNT-INQUIRY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     GL ACCOUNT ACTIVITY INQUIRY".
     DISPLAY " ".
     DISPLAY "GL ACCOUNT: (<ENTER> TO LEAVE THE INQUIRY)".
     MOVE SPACES TO W-ENTRY-ACCOUNT.
     ACCEPT W-ENTRY-ACCOUNT.
     INSPECT W-ENTRY-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF W-ENTRY-ACCOUNT NOT EQUAL SPACES
        PERFORM LOOK-UP-THE-ACCOUNT
        PERFORM GET-THE-PERIOD-RANGE
        IF NOT FOUND-RANGE
           DISPLAY "THAT PERIOD RANGE IS NOT ON THE FISCAL CALENDAR ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           PERFORM BUILD-THE-ACTIVITY-DISPLAY
           PERFORM LOOK-UP-THE-BUDGET
           PERFORM SHOW-THE-ACTIVITY
           PERFORM DRILL-INTO-A-LINE
           PERFORM DRILL-INTO-A-LINE
              UNTIL W-ENTRY-LINE EQUAL ZEROS
           PERFORM OFFER-TO-PRINT-THE-ACTIVITY.
*>_________________________________________________________________________

LOOK-UP-THE-ACCOUNT.

*>   An account no longer on the chart can still carry history, so a
*>   miss only shows on the heading.

     MOVE "Y" TO W-FOUND-COA-RECORD.
     MOVE W-ENTRY-ACCOUNT TO COA-ACCOUNT-NUMBER.
     READ CHART-OF-ACCOUNTS-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-COA-RECORD.

     IF FOUND-COA-RECORD
        MOVE COA-DESCRIPTION TO W-ACCOUNT-DESCRIPTION
     ELSE
        MOVE "** NOT ON THE CHART **" TO W-ACCOUNT-DESCRIPTION.
*>_________________________________________________________________________

GET-THE-PERIOD-RANGE.

*>   The range runs from the first day of the FROM period to the last
*>   day of the TO period; a TO left at zeros means the FROM period
*>   alone.

     MOVE "N" TO W-FOUND-RANGE.

     DISPLAY "FROM FISCAL YEAR (CCYY):".
     MOVE ZEROS TO W-FROM-YEAR.
     ACCEPT W-FROM-YEAR.
     DISPLAY "FROM FISCAL PERIOD:".
     MOVE ZEROS TO W-FROM-PERIOD.
     ACCEPT W-FROM-PERIOD.
     DISPLAY "TO FISCAL YEAR (CCYY): (<ENTER> FOR THE SAME PERIOD)".
     MOVE ZEROS TO W-TO-YEAR.
     ACCEPT W-TO-YEAR.
     MOVE ZEROS TO W-TO-PERIOD.
     IF W-TO-YEAR NOT EQUAL ZEROS
        DISPLAY "TO FISCAL PERIOD:"
        ACCEPT W-TO-PERIOD.

     IF W-TO-YEAR EQUAL ZEROS
        MOVE W-FROM-YEAR   TO W-TO-YEAR
        MOVE W-FROM-PERIOD TO W-TO-PERIOD.

     MOVE W-FROM-YEAR   TO FISCAL-YEAR.
     MOVE W-FROM-PERIOD TO FISCAL-PERIOD.
     READ FISCAL-CALENDAR-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE FISCAL-START-DATE TO W-RANGE-START-DATE
           MOVE W-TO-YEAR   TO FISCAL-YEAR
           MOVE W-TO-PERIOD TO FISCAL-PERIOD
           READ FISCAL-CALENDAR-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FISCAL-END-DATE TO W-RANGE-END-DATE
                 IF W-RANGE-END-DATE NOT LESS THAN W-RANGE-START-DATE
                    MOVE "Y" TO W-FOUND-RANGE
                 END-IF
           END-READ
     END-READ.
*>_________________________________________________________________________

BUILD-THE-ACTIVITY-DISPLAY.

*>   Sweeps the live vouchers and then the archive for the session
*>   company: every distribution line on the account dated inside
*>   the range. Totals take in every line even when the screen table
*>   is full.

     MOVE 0 TO ACTIVITY-LINE-COUNT.
     MOVE 0 TO PERIOD-TOTAL-COUNT.
     MOVE ZEROS TO W-LINES-NOT-LISTED.
     MOVE ZEROS TO W-ACCOUNT-TOTAL.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM SCAN-NEXT-LIVE-VOUCHER UNTIL END-OF-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VCARC-VOUCHER-NUMBER.
     START VOUCHER-ARCHIVE-FILE KEY IS NOT LESS THAN VCARC-VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM SCAN-NEXT-ARCHIVED-VOUCHER UNTIL END-OF-FILE.
*>_________________________________________________________________________

SCAN-NEXT-LIVE-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        IF (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
            OR (VOUCHER-COMPANY EQUAL ZEROS
                AND W-SESSION-COMPANY EQUAL 1))
           AND VOUCHER-DATE NOT LESS THAN W-RANGE-START-DATE
           AND VOUCHER-DATE NOT GREATER THAN W-RANGE-END-DATE
           MOVE VOUCHER-NUMBER  TO W-LINE-VOUCHER
           MOVE VOUCHER-VENDOR  TO W-LINE-VENDOR
           MOVE VOUCHER-INVOICE TO W-LINE-INVOICE
           MOVE VOUCHER-DATE    TO W-LINE-DATE
           MOVE "LIVE"          TO W-LINE-LOCATION
           IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
              MOVE "PAID" TO W-LINE-STATUS
           ELSE
           IF VOUCHER-ON-HOLD
              MOVE "ON HOLD" TO W-LINE-STATUS
           ELSE
              MOVE VOUCHER-STATUS TO W-LINE-STATUS
           END-IF
           END-IF
           PERFORM CHECK-ONE-LIVE-GL-LINE
              VARYING W-GL-INDEX FROM 1 BY 1
                 UNTIL W-GL-INDEX GREATER THAN VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

CHECK-ONE-LIVE-GL-LINE.

     IF VOUCHER-GL-ACCOUNT (W-GL-INDEX) EQUAL W-ENTRY-ACCOUNT
        MOVE VOUCHER-GL-AMOUNT (W-GL-INDEX) TO W-LINE-AMOUNT
        PERFORM ADD-ONE-ACTIVITY-LINE.
*>_________________________________________________________________________

SCAN-NEXT-ARCHIVED-VOUCHER.

*>   An archived voucher has been paid and purged from the live file.

     READ VOUCHER-ARCHIVE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE.

     IF NOT END-OF-FILE
        MOVE VCARC-VOUCHER-IMAGE TO ARC-VOUCHER-DETAIL
        IF (ARC-VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
            OR (ARC-VOUCHER-COMPANY EQUAL ZEROS
                AND W-SESSION-COMPANY EQUAL 1))
           AND ARC-VOUCHER-DATE NOT LESS THAN W-RANGE-START-DATE
           AND ARC-VOUCHER-DATE NOT GREATER THAN W-RANGE-END-DATE
           MOVE ARC-VOUCHER-NUMBER  TO W-LINE-VOUCHER
           MOVE ARC-VOUCHER-VENDOR  TO W-LINE-VENDOR
           MOVE ARC-VOUCHER-INVOICE TO W-LINE-INVOICE
           MOVE ARC-VOUCHER-DATE    TO W-LINE-DATE
           MOVE "ARCHIVE"           TO W-LINE-LOCATION
           MOVE "PAID"              TO W-LINE-STATUS
           PERFORM CHECK-ONE-ARCHIVED-GL-LINE
              VARYING W-GL-INDEX FROM 1 BY 1
                 UNTIL W-GL-INDEX GREATER THAN ARC-VOUCHER-GL-LINE-COUNT.
*>_________________________________________________________________________

CHECK-ONE-ARCHIVED-GL-LINE.

     IF ARC-VOUCHER-GL-ACCOUNT (W-GL-INDEX) EQUAL W-ENTRY-ACCOUNT
        MOVE ARC-VOUCHER-GL-AMOUNT (W-GL-INDEX) TO W-LINE-AMOUNT
        PERFORM ADD-ONE-ACTIVITY-LINE.
*>_________________________________________________________________________

ADD-ONE-ACTIVITY-LINE.

     ADD W-LINE-AMOUNT TO W-ACCOUNT-TOTAL.

     MOVE W-LINE-DATE TO W-FISCAL-LOOKUP-DATE.
     PERFORM LOOK-FOR-FISCAL-PERIOD.
     PERFORM ADD-TO-FISCAL-PERIOD-TOTALS.

     IF ACTIVITY-LINE-COUNT NOT LESS THAN 200
        ADD 1 TO W-LINES-NOT-LISTED
     ELSE
        ADD 1 TO ACTIVITY-LINE-COUNT
        PERFORM FORMAT-ONE-ACTIVITY-LINE
        MOVE W-LINE-VOUCHER  TO ALT-VOUCHER (ACTIVITY-LINE-COUNT)
        MOVE W-LINE-LOCATION TO ALT-LOCATION (ACTIVITY-LINE-COUNT)
        MOVE DETAIL-1        TO ALT-TEXT (ACTIVITY-LINE-COUNT).
*>_________________________________________________________________________

FORMAT-ONE-ACTIVITY-LINE.

     MOVE ACTIVITY-LINE-COUNT   TO D-LINE.
     MOVE W-FISCAL-FOUND-YEAR   TO D-YEAR.
     MOVE "/"                   TO D-SLASH.
     MOVE W-FISCAL-FOUND-PERIOD TO D-PERIOD.
     MOVE W-LINE-VOUCHER        TO D-VOUCHER-NUMBER.
     MOVE W-LINE-INVOICE        TO D-INVOICE.
     MOVE W-LINE-AMOUNT         TO D-AMOUNT.
     MOVE W-LINE-STATUS         TO D-STATUS.

     COMPUTE DUMMY-FOR-DATE-12 = W-LINE-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-DATE.

     MOVE W-LINE-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME       TO D-VENDOR-NAME
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME.
*>_________________________________________________________________________

ADD-TO-FISCAL-PERIOD-TOTALS.

*>   Dates are inside a range taken from the calendar, so the period
*>   is always found; the recap keeps one total per period.

     IF FOUND-FISCAL-PERIOD
        MOVE "N" TO W-PERIOD-FOUND
        PERFORM MATCH-ONE-PERIOD-TOTAL
           VARYING W-PERIOD-INDEX FROM 1 BY 1
              UNTIL W-PERIOD-INDEX GREATER THAN PERIOD-TOTAL-COUNT
                 OR PERIOD-FOUND
        IF NOT PERIOD-FOUND
           IF PERIOD-TOTAL-COUNT LESS THAN 60
              ADD 1 TO PERIOD-TOTAL-COUNT
              MOVE W-FISCAL-FOUND-YEAR   TO PTT-YEAR (PERIOD-TOTAL-COUNT)
              MOVE W-FISCAL-FOUND-PERIOD TO PTT-PERIOD (PERIOD-TOTAL-COUNT)
              MOVE W-LINE-AMOUNT TO PTT-AMOUNT (PERIOD-TOTAL-COUNT).
*>_________________________________________________________________________

MATCH-ONE-PERIOD-TOTAL.

     IF PTT-YEAR (W-PERIOD-INDEX) EQUAL W-FISCAL-FOUND-YEAR
        AND PTT-PERIOD (W-PERIOD-INDEX) EQUAL W-FISCAL-FOUND-PERIOD
        MOVE "Y" TO W-PERIOD-FOUND
        ADD W-LINE-AMOUNT TO PTT-AMOUNT (W-PERIOD-INDEX).
*>_________________________________________________________________________

LOOK-UP-THE-BUDGET.

*>   Remaining is what the budget has left once the vouchers already
*>   charged and the open purchase orders are both taken off.

     MOVE "Y" TO W-FOUND-BUDGET.
     MOVE W-ENTRY-ACCOUNT TO BUDGET-GL-ACCOUNT.
     READ BUDGET-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-BUDGET.

     IF FOUND-BUDGET
        MOVE BUDGET-TYPE             TO W-BUDGET-TYPE
        MOVE BUDGET-AMOUNT           TO W-BUDGET-AMOUNT
        MOVE BUDGET-USED-AMOUNT      TO W-BUDGET-USED
        MOVE BUDGET-COMMITTED-AMOUNT TO W-BUDGET-COMMITTED
        COMPUTE W-BUDGET-REMAINING = BUDGET-AMOUNT
                                   - BUDGET-USED-AMOUNT
                                   - BUDGET-COMMITTED-AMOUNT
     ELSE
        MOVE SPACES TO W-BUDGET-TYPE
        MOVE ZEROS  TO W-BUDGET-AMOUNT
        MOVE ZEROS  TO W-BUDGET-USED
        MOVE ZEROS  TO W-BUDGET-COMMITTED
        MOVE ZEROS  TO W-BUDGET-REMAINING.

     MOVE W-ACCOUNT-TOTAL    TO W-FORMATTED-TOTAL.
     MOVE W-BUDGET-AMOUNT    TO W-FORMATTED-BUDGET.
     MOVE W-BUDGET-USED      TO W-FORMATTED-USED.
     MOVE W-BUDGET-COMMITTED TO W-FORMATTED-COMMITTED.
     MOVE W-BUDGET-REMAINING TO W-FORMATTED-REMAINING.
*>_________________________________________________________________________

SHOW-THE-ACTIVITY.

     PERFORM SHOW-THE-ACTIVITY-HEADING.

     MOVE 0 TO W-LINES-SHOWN.
     PERFORM SHOW-ONE-ACTIVITY-LINE
        VARYING W-LINE-INDEX FROM 1 BY 1
           UNTIL W-LINE-INDEX GREATER THAN ACTIVITY-LINE-COUNT.

     IF ACTIVITY-LINE-COUNT EQUAL ZEROS
        DISPLAY "NO DISTRIBUTION LINES ON THIS ACCOUNT IN THE RANGE.".

     IF W-LINES-NOT-LISTED NOT EQUAL ZEROS
        DISPLAY W-LINES-NOT-LISTED " MORE LINES NOT LISTED - THEY ARE IN THE TOTALS.".

     DISPLAY " ".
     PERFORM SHOW-ONE-PERIOD-TOTAL
        VARYING W-PERIOD-INDEX FROM 1 BY 1
           UNTIL W-PERIOD-INDEX GREATER THAN PERIOD-TOTAL-COUNT.
     DISPLAY "ACCOUNT TOTAL FOR THE RANGE....: " W-FORMATTED-TOTAL.
     DISPLAY " ".

     IF FOUND-BUDGET
        DISPLAY "BUDGET (" W-BUDGET-TYPE ")........: " W-FORMATTED-BUDGET
        DISPLAY "USED...........................: " W-FORMATTED-USED
        DISPLAY "COMMITTED ON OPEN PO'S.........: " W-FORMATTED-COMMITTED
        DISPLAY "REMAINING......................: " W-FORMATTED-REMAINING
     ELSE
        DISPLAY "NO BUDGET ON FILE FOR THIS ACCOUNT.".
     DISPLAY " ".
*>_________________________________________________________________________

SHOW-THE-ACTIVITY-HEADING.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     GL ACCOUNT ACTIVITY - " W-ENTRY-ACCOUNT
             " " W-ACCOUNT-DESCRIPTION.
     DISPLAY " ".
     DISPLAY "FISCAL PERIODS " W-FROM-YEAR "/" W-FROM-PERIOD
             " THROUGH " W-TO-YEAR "/" W-TO-PERIOD.
     DISPLAY " ".
     DISPLAY " NO PERIOD  VOUCHER DATE       VENDOR NAME          INVOICE              AMOUNT STATUS".
     DISPLAY " ".
*>_________________________________________________________________________

SHOW-ONE-ACTIVITY-LINE.

*>   A screenful at a time.

     IF W-LINES-SHOWN NOT LESS THAN 15
        DISPLAY "<ENTER> FOR MORE LINES"
        ACCEPT DUMMY
        PERFORM SHOW-THE-ACTIVITY-HEADING
        MOVE 0 TO W-LINES-SHOWN.

     DISPLAY ALT-TEXT (W-LINE-INDEX).
     ADD 1 TO W-LINES-SHOWN.
*>_________________________________________________________________________

SHOW-ONE-PERIOD-TOTAL.

     MOVE PTT-AMOUNT (W-PERIOD-INDEX) TO W-FORMATTED-PERIOD.
     DISPLAY "TOTAL FOR PERIOD " PTT-YEAR (W-PERIOD-INDEX)
             "/" PTT-PERIOD (W-PERIOD-INDEX)
             "........: " W-FORMATTED-PERIOD.
*>_________________________________________________________________________

DRILL-INTO-A-LINE.

     DISPLAY "LINE NUMBER TO SEE ITS VOUCHER AND PAYMENT: (<ENTER> TO GO ON)".
     MOVE ZEROS TO W-ENTRY-LINE.
     ACCEPT W-ENTRY-LINE.

     IF W-ENTRY-LINE NOT EQUAL ZEROS
        IF W-ENTRY-LINE GREATER THAN ACTIVITY-LINE-COUNT
           DISPLAY "NO SUCH LINE ON THE LIST !"
        ELSE
           MOVE ALT-VOUCHER (W-ENTRY-LINE)  TO W-LOOKUP-NUMBER
           MOVE ALT-LOCATION (W-ENTRY-LINE) TO W-LOOKUP-LOCATION
           PERFORM LOOK-UP-DRILL-VOUCHER
           IF NOT FOUND-VOUCHER
              DISPLAY "THAT VOUCHER IS NO LONGER ON FILE ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY
           ELSE
              PERFORM SHOW-THE-DRILL-VOUCHER
              PERFORM SHOW-THE-DRILL-PAYMENT
              DISPLAY "<ENTER> TO GO BACK TO THE ACCOUNT"
              ACCEPT DUMMY
           END-IF
           PERFORM SHOW-THE-ACTIVITY.
*>_________________________________________________________________________

LOOK-UP-DRILL-VOUCHER.

     MOVE "N" TO W-FOUND-VOUCHER.

     IF W-LOOKUP-LOCATION EQUAL "LIVE"
        MOVE W-LOOKUP-NUMBER TO VOUCHER-NUMBER
        READ VOUCHER-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-VOUCHER
              MOVE VOUCHER-NUMBER          TO DRILL-NUMBER
              MOVE VOUCHER-VENDOR          TO DRILL-VENDOR
              MOVE VOUCHER-INVOICE         TO DRILL-INVOICE
              MOVE VOUCHER-FOR-LINE (1)    TO DRILL-FOR-LINE (1)
              MOVE VOUCHER-FOR-LINE (2)    TO DRILL-FOR-LINE (2)
              MOVE VOUCHER-FOR-LINE (3)    TO DRILL-FOR-LINE (3)
              MOVE VOUCHER-AMOUNT          TO DRILL-AMOUNT
              MOVE VOUCHER-DATE            TO DRILL-DATE
              MOVE VOUCHER-DUE             TO DRILL-DUE
              MOVE VOUCHER-PAID-AMOUNT     TO DRILL-PAID-AMOUNT
              MOVE VOUCHER-PAID-DATE       TO DRILL-PAID-DATE
              MOVE VOUCHER-CHECK-NO        TO DRILL-CHECK-NO
              MOVE VOUCHER-GL-LINE-COUNT   TO DRILL-GL-LINE-COUNT
              MOVE VOUCHER-GL-LINE (1)     TO DRILL-GL-LINE (1)
              MOVE VOUCHER-GL-LINE (2)     TO DRILL-GL-LINE (2)
              MOVE VOUCHER-GL-LINE (3)     TO DRILL-GL-LINE (3)
              MOVE VOUCHER-GL-LINE (4)     TO DRILL-GL-LINE (4)
              MOVE VOUCHER-GL-LINE (5)     TO DRILL-GL-LINE (5)
              MOVE VOUCHER-STATUS          TO DRILL-STATUS
              MOVE VOUCHER-TYPE            TO DRILL-TYPE
              MOVE "LIVE"                  TO DRILL-LOCATION
              IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
                 MOVE "PAID" TO DRILL-STATUS
              ELSE
              IF VOUCHER-ON-HOLD
                 MOVE "ON HOLD" TO DRILL-STATUS
              END-IF
              END-IF
        END-READ
     ELSE
        MOVE W-LOOKUP-NUMBER TO VCARC-VOUCHER-NUMBER
        READ VOUCHER-ARCHIVE-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-VOUCHER
              MOVE VCARC-VOUCHER-IMAGE TO ARC-VOUCHER-DETAIL
              MOVE ARC-VOUCHER-NUMBER          TO DRILL-NUMBER
              MOVE ARC-VOUCHER-VENDOR          TO DRILL-VENDOR
              MOVE ARC-VOUCHER-INVOICE         TO DRILL-INVOICE
              MOVE ARC-VOUCHER-FOR-LINE (1)    TO DRILL-FOR-LINE (1)
              MOVE ARC-VOUCHER-FOR-LINE (2)    TO DRILL-FOR-LINE (2)
              MOVE ARC-VOUCHER-FOR-LINE (3)    TO DRILL-FOR-LINE (3)
              MOVE ARC-VOUCHER-AMOUNT          TO DRILL-AMOUNT
              MOVE ARC-VOUCHER-DATE            TO DRILL-DATE
              MOVE ARC-VOUCHER-DUE             TO DRILL-DUE
              MOVE ARC-VOUCHER-PAID-AMOUNT     TO DRILL-PAID-AMOUNT
              MOVE ARC-VOUCHER-PAID-DATE       TO DRILL-PAID-DATE
              MOVE ARC-VOUCHER-CHECK-NO        TO DRILL-CHECK-NO
              MOVE ARC-VOUCHER-GL-LINE-COUNT   TO DRILL-GL-LINE-COUNT
              MOVE ARC-VOUCHER-GL-LINE (1)     TO DRILL-GL-LINE (1)
              MOVE ARC-VOUCHER-GL-LINE (2)     TO DRILL-GL-LINE (2)
              MOVE ARC-VOUCHER-GL-LINE (3)     TO DRILL-GL-LINE (3)
              MOVE ARC-VOUCHER-GL-LINE (4)     TO DRILL-GL-LINE (4)
              MOVE ARC-VOUCHER-GL-LINE (5)     TO DRILL-GL-LINE (5)
              MOVE "PAID"                      TO DRILL-STATUS
              MOVE ARC-VOUCHER-TYPE            TO DRILL-TYPE
              MOVE "ARCHIVE"                   TO DRILL-LOCATION
        END-READ.
*>_________________________________________________________________________

SHOW-THE-DRILL-VOUCHER.

     MOVE DRILL-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF NOT FOUND-VENDOR-RECORD
        MOVE "** Not found **" TO VENDOR-NAME.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     VOUCHER " DRILL-NUMBER " (" DRILL-LOCATION ")".
     DISPLAY " ".
     DISPLAY "VENDOR.......: " DRILL-VENDOR " " VENDOR-NAME.
     DISPLAY "INVOICE......: " DRILL-INVOICE "   TYPE: " DRILL-TYPE.
     DISPLAY "FOR..........: " DRILL-FOR-LINE (1).
     DISPLAY "               " DRILL-FOR-LINE (2).
     DISPLAY "               " DRILL-FOR-LINE (3).

     COMPUTE DUMMY-FOR-DATE-12 = DRILL-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "VOUCHER DATE.: " W-FORMATTED-DATE.

     COMPUTE DUMMY-FOR-DATE-12 = DRILL-DUE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "DUE DATE.....: " W-FORMATTED-DATE.

     MOVE DRILL-AMOUNT TO W-FORMATTED-AMOUNT.
     DISPLAY "AMOUNT.......: " W-FORMATTED-AMOUNT.
     DISPLAY "STATUS.......: " DRILL-STATUS.
     DISPLAY " ".
     DISPLAY "DISTRIBUTION:".
     IF DRILL-GL-LINE-COUNT EQUAL ZEROS
        DISPLAY "   UNASSIGNED".
     PERFORM SHOW-ONE-DRILL-GL-LINE
        VARYING W-GL-INDEX FROM 1 BY 1
           UNTIL W-GL-INDEX GREATER THAN DRILL-GL-LINE-COUNT.
     DISPLAY " ".
*>_________________________________________________________________________

SHOW-ONE-DRILL-GL-LINE.

     MOVE DRILL-GL-AMOUNT (W-GL-INDEX) TO W-FORMATTED-AMOUNT.
     DISPLAY "   " DRILL-GL-ACCOUNT (W-GL-INDEX) "  " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

SHOW-THE-DRILL-PAYMENT.

*>   The voucher's own payment fields, then the check register entry
*>   behind them: when it went out, and whether the bank has cleared
*>   it or it was voided.

     IF DRILL-PAID-DATE EQUAL ZEROS
        DISPLAY "PAYMENT......: NOT PAID YET"
     ELSE
        COMPUTE DUMMY-FOR-DATE-12 = DRILL-PAID-DATE * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
        MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
        MOVE DRILL-PAID-AMOUNT TO W-FORMATTED-AMOUNT
        DISPLAY "PAID.........: " W-FORMATTED-AMOUNT " ON " W-FORMATTED-DATE
                "  CHECK " DRILL-CHECK-NO
        PERFORM LOOK-UP-THE-CHECK
        IF NOT FOUND-CHECK
           DISPLAY "               NOT IN THE CHECK REGISTER"
        ELSE
           COMPUTE DUMMY-FOR-DATE-12 = CHECKREG-DATE-ISSUED * 10000.0001
           MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
           MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
           DISPLAY "ISSUED.......: " W-FORMATTED-DATE "  BANK " CHECKREG-BANK-CODE
           IF CHECKREG-IS-VOID
              COMPUTE DUMMY-FOR-DATE-12 = CHECKREG-VOID-DATE * 10000.0001
              MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
              MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
              DISPLAY "CHECK STATUS.: VOIDED " W-FORMATTED-DATE
           ELSE
           IF CHECKREG-IS-CLEARED
              COMPUTE DUMMY-FOR-DATE-12 = CHECKREG-CLEARED-DATE * 10000.0001
              MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
              MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
              DISPLAY "CHECK STATUS.: CLEARED " W-FORMATTED-DATE
           ELSE
              DISPLAY "CHECK STATUS.: OUTSTANDING".
     DISPLAY " ".
*>_________________________________________________________________________

LOOK-UP-THE-CHECK.

     MOVE "N" TO W-FOUND-CHECK.

     IF DRILL-CHECK-NO NOT EQUAL ZEROS
        MOVE DRILL-CHECK-NO TO CHECKREG-CHECK-NUMBER
        READ CHECK-REGISTER-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-CHECK
        END-READ.
*>_________________________________________________________________________

OFFER-TO-PRINT-THE-ACTIVITY.

     MOVE "PRINT THIS ACCOUNT ACTIVITY ?  <Y/N>" TO MSG-CONFIRMATION.
     PERFORM CONFIRM-EXECUTION. *> force first pass
     PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

     IF PRINTING-IS-CONFIRMED
        OPEN OUTPUT PRINTER-FILE

        MOVE SPACES TO PRINTER-RECORD
        STRING "GL ACCOUNT ACTIVITY - " W-ENTRY-ACCOUNT
               " " W-ACCOUNT-DESCRIPTION
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE SPACES TO PRINTER-RECORD
        STRING "FISCAL PERIODS " W-FROM-YEAR "/" W-FROM-PERIOD
               " THROUGH " W-TO-YEAR "/" W-TO-PERIOD
               "  COMPANY " W-SESSION-COMPANY
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE " NO PERIOD  VOUCHER DATE       VENDOR NAME          INVOICE              AMOUNT STATUS"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        PERFORM PRINT-ONE-ACTIVITY-LINE
           VARYING W-LINE-INDEX FROM 1 BY 1
              UNTIL W-LINE-INDEX GREATER THAN ACTIVITY-LINE-COUNT

        IF W-LINES-NOT-LISTED NOT EQUAL ZEROS
           MOVE SPACES TO PRINTER-RECORD
           STRING W-LINES-NOT-LISTED
                  " MORE LINES NOT LISTED - THEY ARE IN THE TOTALS."
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
           WRITE PRINTER-RECORD BEFORE ADVANCING 1
        END-IF

        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        PERFORM PRINT-ONE-PERIOD-TOTAL
           VARYING W-PERIOD-INDEX FROM 1 BY 1
              UNTIL W-PERIOD-INDEX GREATER THAN PERIOD-TOTAL-COUNT

        MOVE SPACES TO PRINTER-RECORD
        STRING "ACCOUNT TOTAL FOR THE RANGE " W-FORMATTED-TOTAL
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE SPACES TO PRINTER-RECORD
        IF FOUND-BUDGET
           STRING "BUDGET " W-FORMATTED-BUDGET
                  "  USED " W-FORMATTED-USED
                  "  COMMITTED " W-FORMATTED-COMMITTED
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
           WRITE PRINTER-RECORD BEFORE ADVANCING 1
           MOVE SPACES TO PRINTER-RECORD
           STRING "REMAINING " W-FORMATTED-REMAINING
             DELIMITED BY SIZE INTO PRINTER-RECORD
           END-STRING
        ELSE
           MOVE "NO BUDGET ON FILE FOR THIS ACCOUNT." TO PRINTER-RECORD
        END-IF
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        CLOSE PRINTER-FILE

        MOVE "GL-ACTIVITY" TO W-SPOOL-REPORT-ID
        MOVE 1 TO W-SPOOL-PAGE-COUNT
        PERFORM ARCHIVE-REPORT-TO-SPOOL

        DISPLAY "THE ACCOUNT ACTIVITY HAS BEEN PRINTED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     END-IF.
*>_________________________________________________________________________

PRINT-ONE-ACTIVITY-LINE.

     MOVE ALT-TEXT (W-LINE-INDEX) TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

PRINT-ONE-PERIOD-TOTAL.

     MOVE PTT-AMOUNT (W-PERIOD-INDEX) TO W-FORMATTED-PERIOD.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "TOTAL FOR PERIOD " PTT-YEAR (W-PERIOD-INDEX)
            "/" PTT-PERIOD (W-PERIOD-INDEX)
            "  " W-FORMATTED-PERIOD
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
