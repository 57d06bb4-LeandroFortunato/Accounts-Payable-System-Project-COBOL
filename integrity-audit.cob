         COPY "SLCHKREG.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLVNDBAL.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "integrity-audit-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT BALANCE-WORK-FILE
                ASSIGN TO "vndbal-work-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT BALANCE-SORTED-FILE
                ASSIGN TO "vndbal-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT BALANCE-SORT-FILE
                ASSIGN TO "vndbal-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDCHKREG.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDVNDBAL.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD            PIC X(100).

*>       What each voucher, live or archived, contributes to its
*>       vendor's running balance - summed per vendor and company after
*>       the sort and held up against the balance file.
         FD BALANCE-WORK-FILE
            LABEL RECORDS ARE STANDARD.
         01 WORK-RECORD.
            05 WORK-VENDOR            PIC 9(05).
            05 WORK-COMPANY           PIC 9(01).
            05 WORK-OPEN-AMOUNT       PIC S9(6)V99.
            05 WORK-OPEN-COUNT        PIC 9(01).
            05 WORK-DUE-DATE          PIC 9(08).
            05 WORK-INVOICED          PIC S9(6)V99.
            05 WORK-PAID              PIC S9(6)V99.

         FD BALANCE-SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD.
            05 SORTED-KEY.
               10 SORTED-VENDOR       PIC 9(05).
               10 SORTED-COMPANY      PIC 9(01).
            05 SORTED-OPEN-AMOUNT     PIC S9(6)V99.
            05 SORTED-OPEN-COUNT      PIC 9(01).
            05 SORTED-DUE-DATE        PIC 9(08).
            05 SORTED-INVOICED        PIC S9(6)V99.
            05 SORTED-PAID            PIC S9(6)V99.

        SD BALANCE-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-VENDOR            PIC 9(05).
            05 SORT-COMPANY           PIC 9(01).
            05 FILLER                 PIC X(33).

   WORKING-STORAGE SECTION.

         01 W-DAY-AND-TIME-RIGHT-NOW.
         01 W-FOUND-CHECKREG-RECORD   PIC X.
            88 FOUND-CHECKREG-RECORD VALUE "Y".

         01 W-BATCH-MODE-FLAG         PIC X.
            88 BATCH-MODE            VALUE "Y".

         01 W-REPAIR-ANSWER           PIC X.
            88 REPAIR-VENDOR-BALANCES VALUE "R" "r".

         01 W-END-OF-SORTED           PIC X.
            88 END-OF-SORTED         VALUE "Y".

         01 W-END-OF-STORED           PIC X.
            88 END-OF-STORED         VALUE "Y".

         01 W-BALANCE-DRIFTED         PIC X.
            88 BALANCE-DRIFTED       VALUE "Y".

         01 W-CALC-KEY.
            05 W-CALC-VENDOR          PIC 9(05).
            05 W-CALC-COMPANY         PIC 9(01).
         77 W-CALC-OPEN-AMOUNT        PIC S9(9)V99.
         77 W-CALC-OPEN-COUNT         PIC S9(7).
         77 W-CALC-OLDEST-DUE         PIC 9(8).
         77 W-CALC-INVOICED           PIC S9(9)V99.
         77 W-CALC-PAID               PIC S9(9)V99.
         77 W-FILE-INVOICED           PIC S9(9)V99.
         77 W-FILE-PAID               PIC S9(9)V99.
         77 W-THIS-YEAR               PIC 9(4).
         77 W-VOUCHER-YEAR            PIC 9(4).

         77 W-SHOW-LABEL              PIC X(10).
         77 W-SHOW-OPEN-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
         77 W-SHOW-OPEN-COUNT         PIC -Z(6)9.
         77 W-SHOW-INVOICED           PIC -ZZZ,ZZZ,ZZ9.99.
         77 W-SHOW-PAID               PIC -ZZZ,ZZZ,ZZ9.99.

         77 W-ORPHAN-VENDOR-COUNT     PIC 9(7) VALUE 0.
         77 W-ORPHAN-CHECK-COUNT      PIC 9(7) VALUE 0.
         77 W-MISSING-CHECK-COUNT     PIC 9(7) VALUE 0.
         77 W-GL-MISMATCH-COUNT       PIC 9(7) VALUE 0.
         77 W-CONTROL-LAG-COUNT       PIC 9(7) VALUE 0.
         77 W-BALANCE-DRIFT-COUNT     PIC 9(7) VALUE 0.
         77 W-TOTAL-EXCEPTIONS        PIC 9(7) VALUE 0.

         77 W-HIGHEST-VOUCHER         PIC 9(7) VALUE 0.
PROCEDURE DIVISION.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     COMPUTE W-THIS-YEAR = W-DAY-TODAY / 10000.

*>   Unattended runs always put the running vendor balances right;
*>   at the terminal the user chooses whether drift is only reported.

     MOVE SPACES TO W-BATCH-MODE-FLAG.
     ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

     IF BATCH-MODE
        MOVE "R" TO W-REPAIR-ANSWER
     ELSE
        MOVE SPACES TO W-REPAIR-ANSWER
        DISPLAY "VENDOR BALANCES: <R> TO REPAIR ANY DRIFT FOUND, <ENTER> TO REPORT IT ONLY"
        ACCEPT W-REPAIR-ANSWER.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.
     OPEN OUTPUT BALANCE-WORK-FILE.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "CROSS-FILE INTEGRITY AUDIT RUN ON " W-DAY-TODAY ":"
           PERFORM CHECK-CONTROL-SEQUENCE
     END-READ.

*>------------- Pass 4: running vendor balances ----------------------

*>   Archived vouchers still count toward year-to-date, so their
*>   images join the live vouchers already collected in pass 1.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VCARC-VOUCHER-NUMBER.
     START VOUCHER-ARCHIVE-FILE KEY IS NOT LESS THAN VCARC-VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM COLLECT-NEXT-ARCHIVED-VOUCHER UNTIL END-OF-FILE.

     CLOSE BALANCE-WORK-FILE.

     SORT BALANCE-SORT-FILE
        ON ASCENDING KEY SORT-VENDOR SORT-COMPANY
        USING BALANCE-WORK-FILE
        GIVING BALANCE-SORTED-FILE.

     PERFORM VERIFY-VENDOR-BALANCES.

*>------------- The score ---------------------------------------------

     COMPUTE W-TOTAL-EXCEPTIONS = W-ORPHAN-VENDOR-COUNT
                                + W-ORPHAN-CHECK-COUNT
                                + W-MISSING-CHECK-COUNT
                                + W-GL-MISMATCH-COUNT
                                + W-CONTROL-LAG-COUNT
                                + W-BALANCE-DRIFT-COUNT.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
           PERFORM CHECK-VOUCHER-VENDOR-EXISTS
           PERFORM CHECK-VOUCHER-CHECK-EXISTS
           PERFORM CHECK-VOUCHER-GL-BALANCE
           PERFORM WRITE-VOUCHER-BALANCE-WORK
     END-READ.
*>_________________________________________________________________________

           WRITE PRINTER-RECORD.
*>_________________________________________________________________________

WRITE-VOUCHER-BALANCE-WORK.

*>   Only what the voucher adds to its vendor's balance is carried:
*>   the open amount while unpaid, and this year's invoicing and
*>   payment.

     MOVE VOUCHER-VENDOR  TO WORK-VENDOR.
     MOVE VOUCHER-COMPANY TO WORK-COMPANY.
     IF WORK-COMPANY EQUAL ZEROS
        MOVE 1 TO WORK-COMPANY.
     MOVE ZEROS TO WORK-OPEN-AMOUNT.
     MOVE ZEROS TO WORK-OPEN-COUNT.
     MOVE ZEROS TO WORK-DUE-DATE.
     MOVE ZEROS TO WORK-INVOICED.
     MOVE ZEROS TO WORK-PAID.

     IF VOUCHER-PAID-DATE EQUAL ZEROS
        MOVE VOUCHER-AMOUNT TO WORK-OPEN-AMOUNT
        MOVE 1              TO WORK-OPEN-COUNT
        MOVE VOUCHER-DUE    TO WORK-DUE-DATE
     ELSE
        COMPUTE W-VOUCHER-YEAR = VOUCHER-PAID-DATE / 10000
        IF W-VOUCHER-YEAR EQUAL W-THIS-YEAR
           MOVE VOUCHER-PAID-AMOUNT TO WORK-PAID.

     COMPUTE W-VOUCHER-YEAR = VOUCHER-DATE / 10000.
     IF W-VOUCHER-YEAR EQUAL W-THIS-YEAR
        MOVE VOUCHER-AMOUNT TO WORK-INVOICED.

     IF WORK-OPEN-COUNT NOT EQUAL ZEROS
        OR WORK-INVOICED NOT EQUAL ZEROS
        OR WORK-PAID NOT EQUAL ZEROS
        WRITE WORK-RECORD.
*>_________________________________________________________________________

COLLECT-NEXT-ARCHIVED-VOUCHER.

     READ VOUCHER-ARCHIVE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE VCARC-VOUCHER-IMAGE TO VOUCHER-RECORD
           PERFORM WRITE-VOUCHER-BALANCE-WORK
     END-READ.
*>_________________________________________________________________________

VERIFY-VENDOR-BALANCES.

*>   Walk the summed figures and the balance file side by side in key
*>   order: a balance with no vouchers behind it should be empty, and
*>   vouchers with no balance record are drift as much as a wrong
*>   figure is.

     IF REPAIR-VENDOR-BALANCES
        OPEN I-O VENDOR-BALANCE-FILE
     ELSE
        OPEN INPUT VENDOR-BALANCE-FILE.
     OPEN INPUT BALANCE-SORTED-FILE.

     MOVE "N" TO W-END-OF-STORED.
     MOVE ZEROS TO VNDBAL-KEY.
     START VENDOR-BALANCE-FILE KEY IS NOT LESS THAN VNDBAL-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-STORED.
     IF NOT END-OF-STORED
        PERFORM READ-NEXT-STORED-BALANCE.

     MOVE "N" TO W-END-OF-SORTED.
     PERFORM READ-NEXT-SORTED-BALANCE.

     PERFORM VERIFY-NEXT-VENDOR-BALANCE UNTIL END-OF-SORTED.

     PERFORM CHECK-BALANCE-WITHOUT-VOUCHERS UNTIL END-OF-STORED.

     CLOSE BALANCE-SORTED-FILE.
     CLOSE VENDOR-BALANCE-FILE.
*>_________________________________________________________________________

READ-NEXT-STORED-BALANCE.

     READ VENDOR-BALANCE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-STORED.
*>_________________________________________________________________________

READ-NEXT-SORTED-BALANCE.

     READ BALANCE-SORTED-FILE
        AT END
           MOVE "Y" TO W-END-OF-SORTED.
*>_________________________________________________________________________

VERIFY-NEXT-VENDOR-BALANCE.

     PERFORM CHECK-BALANCE-WITHOUT-VOUCHERS
        UNTIL END-OF-STORED OR VNDBAL-KEY NOT LESS THAN SORTED-KEY.

     MOVE SORTED-KEY TO W-CALC-KEY.
     MOVE ZEROS TO W-CALC-OPEN-AMOUNT.
     MOVE ZEROS TO W-CALC-OPEN-COUNT.
     MOVE ZEROS TO W-CALC-OLDEST-DUE.
     MOVE ZEROS TO W-CALC-INVOICED.
     MOVE ZEROS TO W-CALC-PAID.

     PERFORM ADD-SORTED-BALANCE-FIGURES
        UNTIL END-OF-SORTED OR SORTED-KEY NOT EQUAL W-CALC-KEY.

     IF NOT END-OF-STORED AND VNDBAL-KEY EQUAL W-CALC-KEY
        PERFORM COMPARE-VENDOR-BALANCE
        PERFORM READ-NEXT-STORED-BALANCE
     ELSE
        IF W-CALC-OPEN-COUNT NOT EQUAL ZEROS
           OR W-CALC-INVOICED NOT EQUAL ZEROS
           OR W-CALC-PAID NOT EQUAL ZEROS
           PERFORM REPORT-MISSING-VENDOR-BALANCE.
*>_________________________________________________________________________

ADD-SORTED-BALANCE-FIGURES.

     ADD SORTED-OPEN-AMOUNT TO W-CALC-OPEN-AMOUNT.
     ADD SORTED-OPEN-COUNT  TO W-CALC-OPEN-COUNT.
     ADD SORTED-INVOICED    TO W-CALC-INVOICED.
     ADD SORTED-PAID        TO W-CALC-PAID.

     IF SORTED-OPEN-COUNT NOT EQUAL ZEROS
        IF W-CALC-OLDEST-DUE EQUAL ZEROS
           OR SORTED-DUE-DATE LESS THAN W-CALC-OLDEST-DUE
           MOVE SORTED-DUE-DATE TO W-CALC-OLDEST-DUE.

     PERFORM READ-NEXT-SORTED-BALANCE.
*>_________________________________________________________________________

CHECK-BALANCE-WITHOUT-VOUCHERS.

*>   Nothing on file stands behind this balance any longer, so every
*>   figure on it should be zero.

     MOVE VNDBAL-KEY TO W-CALC-KEY.
     MOVE ZEROS TO W-CALC-OPEN-AMOUNT.
     MOVE ZEROS TO W-CALC-OPEN-COUNT.
     MOVE ZEROS TO W-CALC-OLDEST-DUE.
     MOVE ZEROS TO W-CALC-INVOICED.
     MOVE ZEROS TO W-CALC-PAID.

     PERFORM COMPARE-VENDOR-BALANCE.
     PERFORM READ-NEXT-STORED-BALANCE.
*>_________________________________________________________________________

COMPARE-VENDOR-BALANCE.

     IF VNDBAL-YTD-YEAR EQUAL W-THIS-YEAR
        MOVE VNDBAL-YTD-INVOICED TO W-FILE-INVOICED
        MOVE VNDBAL-YTD-PAID     TO W-FILE-PAID
     ELSE
        MOVE ZEROS TO W-FILE-INVOICED
        MOVE ZEROS TO W-FILE-PAID.

     MOVE "N" TO W-BALANCE-DRIFTED.
     IF VNDBAL-OPEN-AMOUNT NOT EQUAL W-CALC-OPEN-AMOUNT
        OR VNDBAL-OPEN-COUNT NOT EQUAL W-CALC-OPEN-COUNT
        OR W-FILE-INVOICED NOT EQUAL W-CALC-INVOICED
        OR W-FILE-PAID NOT EQUAL W-CALC-PAID
        MOVE "Y" TO W-BALANCE-DRIFTED.
     IF VNDBAL-OLDEST-DUE-IS-EXACT
        AND VNDBAL-OLDEST-DUE-DATE NOT EQUAL W-CALC-OLDEST-DUE
        MOVE "Y" TO W-BALANCE-DRIFTED.

     IF BALANCE-DRIFTED
        ADD 1 TO W-BALANCE-DRIFT-COUNT
        PERFORM REPORT-BALANCE-DRIFT
        MOVE "ON FILE"           TO W-SHOW-LABEL
        MOVE VNDBAL-OPEN-AMOUNT  TO W-SHOW-OPEN-AMOUNT
        MOVE VNDBAL-OPEN-COUNT   TO W-SHOW-OPEN-COUNT
        MOVE W-FILE-INVOICED     TO W-SHOW-INVOICED
        MOVE W-FILE-PAID         TO W-SHOW-PAID
        PERFORM WRITE-BALANCE-FIGURES-LINE
        PERFORM WRITE-COMPUTED-FIGURES-LINE.

*>   An inexact oldest due date is expected between audits; it is
*>   refreshed along with any drift, but is not drift in itself.

     IF REPAIR-VENDOR-BALANCES
        AND (BALANCE-DRIFTED OR NOT VNDBAL-OLDEST-DUE-IS-EXACT
             OR VNDBAL-YTD-YEAR NOT EQUAL W-THIS-YEAR)
        PERFORM MOVE-COMPUTED-TO-VENDOR-BALANCE
        REWRITE VNDBAL-RECORD
           INVALID KEY
              MOVE SPACES TO PRINTER-RECORD
              STRING "   *** ERROR REWRITING THE VENDOR BALANCE ! ***"
                DELIMITED BY SIZE INTO PRINTER-RECORD
              END-STRING
              WRITE PRINTER-RECORD
        END-REWRITE.
*>_________________________________________________________________________

REPORT-MISSING-VENDOR-BALANCE.

     ADD 1 TO W-BALANCE-DRIFT-COUNT.
     PERFORM REPORT-BALANCE-DRIFT.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "   ON FILE : NO RUNNING BALANCE RECORD"
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
     PERFORM WRITE-COMPUTED-FIGURES-LINE.

*>   The write upsets the walk through the balance file, so it is
*>   picked up again just past the key written.

     IF REPAIR-VENDOR-BALANCES
        MOVE W-CALC-KEY TO VNDBAL-KEY
        PERFORM MOVE-COMPUTED-TO-VENDOR-BALANCE
        WRITE VNDBAL-RECORD
           INVALID KEY
              MOVE SPACES TO PRINTER-RECORD
              STRING "   *** ERROR WRITING THE VENDOR BALANCE ! ***"
                DELIMITED BY SIZE INTO PRINTER-RECORD
              END-STRING
              WRITE PRINTER-RECORD
        END-WRITE
        IF NOT END-OF-STORED
           MOVE W-CALC-KEY TO VNDBAL-KEY
           START VENDOR-BALANCE-FILE KEY IS GREATER THAN VNDBAL-KEY
              INVALID KEY
                 MOVE "Y" TO W-END-OF-STORED
           END-START
           IF NOT END-OF-STORED
              PERFORM READ-NEXT-STORED-BALANCE.
*>_________________________________________________________________________

REPORT-BALANCE-DRIFT.

     MOVE SPACES TO PRINTER-RECORD.
     IF REPAIR-VENDOR-BALANCES
        STRING "VENDOR " W-CALC-VENDOR " COMPANY " W-CALC-COMPANY
               " RUNNING BALANCE OUT OF STEP WITH ITS VOUCHERS - REBUILT"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
     ELSE
        STRING "VENDOR " W-CALC-VENDOR " COMPANY " W-CALC-COMPANY
               " RUNNING BALANCE OUT OF STEP WITH ITS VOUCHERS"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

WRITE-COMPUTED-FIGURES-LINE.

     MOVE "COMPUTED"          TO W-SHOW-LABEL.
     MOVE W-CALC-OPEN-AMOUNT  TO W-SHOW-OPEN-AMOUNT.
     MOVE W-CALC-OPEN-COUNT   TO W-SHOW-OPEN-COUNT.
     MOVE W-CALC-INVOICED     TO W-SHOW-INVOICED.
     MOVE W-CALC-PAID         TO W-SHOW-PAID.
     PERFORM WRITE-BALANCE-FIGURES-LINE.
*>_________________________________________________________________________

WRITE-BALANCE-FIGURES-LINE.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "   " W-SHOW-LABEL ": OPEN " W-SHOW-OPEN-AMOUNT
            " IN " W-SHOW-OPEN-COUNT
            "  YTD INVOICED " W-SHOW-INVOICED
            " PAID " W-SHOW-PAID
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

MOVE-COMPUTED-TO-VENDOR-BALANCE.

     MOVE W-CALC-OPEN-AMOUNT TO VNDBAL-OPEN-AMOUNT.
     MOVE W-CALC-OPEN-COUNT  TO VNDBAL-OPEN-COUNT.
     MOVE W-CALC-OLDEST-DUE  TO VNDBAL-OLDEST-DUE-DATE.
     MOVE "Y"                TO VNDBAL-OLDEST-DUE-EXACT.
     MOVE W-THIS-YEAR        TO VNDBAL-YTD-YEAR.
     MOVE W-CALC-INVOICED    TO VNDBAL-YTD-INVOICED.
     MOVE W-CALC-PAID        TO VNDBAL-YTD-PAID.
     MOVE W-DAY-TODAY        TO VNDBAL-LAST-UPDATED.
*>_________________________________________________________________________

WRITE-SCORE-LINES.

     MOVE SPACES TO PRINTER-RECORD.
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "  VENDOR BALANCES OUT OF STEP...........: " W-BALANCE-DRIFT-COUNT
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "  TOTAL EXCEPTION SCORE.................: " W-TOTAL-EXCEPTIONS
       DELIMITED BY SIZE INTO PRINTER-RECORD
