IDENTIFICATION DIVISION.
PROGRAM-ID. job-cost-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLJOB.CBL".
         COPY "SLVJOB.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLPO.CBL".
         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "job-cost.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDJOB.CBL".
         COPY "FDVJOB.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDPO.CBL".
         COPY "FDVND02.CBL".
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

         01 REPORT-TITLE.
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(45) VALUE "JOB COST REPORT - BUDGET VS. SPEND".
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(60) VALUE "JOB NUMBER DESCRIPTION          PROJECT MANAGER STATUS      ".
            05 FILLER              PIC X(60) VALUE "   BUDGET      COMMITTED       INVOICED           PAID      ".
            05 FILLER              PIC X(09) VALUE "REMAINING".

         01 HEADING-2.
            05 FILLER              PIC X(60) VALUE "========== ==================== =============== ====== =====".
            05 FILLER              PIC X(60) VALUE "========= ============== ============== ============== =====".
            05 FILLER              PIC X(09) VALUE "=========".

         01 VOUCHER-HEADING.
            05 FILLER              PIC X(60) VALUE "    VOUCHER L VENDOR                    INVOICE         DATE".
            05 FILLER              PIC X(39) VALUE "       GL ACCOUNT    LINE AMOUNT STATUS".

         01 DETAIL-1.
            05 D-JOB-NUMBER               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-JOB-DESCRIPTION          PIC X(20).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PROJECT-MANAGER          PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-JOB-STATUS               PIC X(06).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-BUDGET                   PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-COMMITTED                PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICED                 PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PAID                     PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-REMAINING                PIC ZZ,ZZZ,ZZ9.99-.

         01 DETAIL-2.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 D-VOUCHER                  PIC ZZZZZZ9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LINE                     PIC 9.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(25).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-INVOICE                  PIC X(15).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-VOUCHER-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-GL-ACCOUNT               PIC X(10).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-LINE-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PAID-FLAG                PIC X(06).

         01 W-END-OF-JOBS          PIC X.
            88 END-OF-JOBS      VALUE "Y".

         01 W-END-OF-JOB-LINES     PIC X.
            88 END-OF-JOB-LINES VALUE "Y".

         01 W-END-OF-ORDERS        PIC X.
            88 END-OF-ORDERS    VALUE "Y".

         01 W-FOUND-JOB-RECORD     PIC X.
            88 FOUND-JOB-RECORD VALUE "Y".

         01 W-FOUND-VOUCHER-RECORD PIC X.
            88 FOUND-VOUCHER-RECORD VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

*>       The voucher lines of a job are read twice: once to total them
*>       for the job line, then again to list them beneath it.
         01 W-JOB-LINE-PASS        PIC X.
            88 TOTALLING-JOB-LINES  VALUE "T".
            88 LISTING-JOB-LINES    VALUE "L".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 30 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
            88 VOUCHER-DETAIL-WANTED VALUE "Y".
         77 MSG-CONFIRMATION       PIC X(75).

         77 W-JOB-FILTER           PIC X(10).
         77 W-LINE-AMOUNT          PIC S9(6)V99.
         77 W-UNBILLED             PIC S9(7)V99.
         77 W-JOB-COMMITTED        PIC S9(9)V99.
         77 W-JOB-INVOICED         PIC S9(9)V99.
         77 W-JOB-PAID             PIC S9(9)V99.
         77 W-JOB-REMAINING        PIC S9(9)V99.
         77 W-TOTAL-BUDGET         PIC S9(9)V99 VALUE 0.
         77 W-TOTAL-COMMITTED      PIC S9(9)V99 VALUE 0.
         77 W-TOTAL-INVOICED       PIC S9(9)V99 VALUE 0.
         77 W-TOTAL-PAID           PIC S9(9)V99 VALUE 0.
         77 W-TOTAL-REMAINING      PIC S9(9)V99 VALUE 0.
         77 W-JOBS-LISTED          PIC 9(6) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZZZZ9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Spend against each project / job: what open purchase orders have
*>   committed, what vouchers coded to the job have invoiced and how
*>   much of that is paid, measured against the job's budget. The
*>   vouchers behind each figure can be listed under the job.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT JOB-FILE.
     OPEN INPUT VOUCHER-JOB-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT PURCHASE-ORDER-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     PERFORM CLEAR-SCREEN.
     DISPLAY "JOB NUMBER TO REPORT ON (<ENTER> FOR ALL JOBS)".
     MOVE SPACES TO W-JOB-FILTER.
     ACCEPT W-JOB-FILTER.
     INSPECT W-JOB-FILTER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     MOVE "LIST THE VOUCHERS UNDER EACH JOB ? <Y/N>" TO MSG-CONFIRMATION.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     IF W-JOB-FILTER EQUAL SPACES
        MOVE "N" TO W-END-OF-JOBS
        MOVE LOW-VALUES TO JOB-NUMBER
        START JOB-FILE KEY IS NOT LESS THAN JOB-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-JOBS
        END-START
        PERFORM REPORT-NEXT-JOB UNTIL END-OF-JOBS
     ELSE
        MOVE W-JOB-FILTER TO JOB-NUMBER
        MOVE "Y" TO W-FOUND-JOB-RECORD
        READ JOB-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-JOB-RECORD
        END-READ
        IF FOUND-JOB-RECORD
           AND (JOB-COMPANY EQUAL W-SESSION-COMPANY
                OR (JOB-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
           PERFORM REPORT-ONE-JOB
        ELSE
           DISPLAY "*** JOB " W-JOB-FILTER " IS NOT ON FILE ! ***".

     PERFORM PRINT-JOB-TOTALS.
     PERFORM FINALIZE-PAGE.

     CLOSE JOB-FILE.
     CLOSE VOUCHER-JOB-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE PURCHASE-ORDER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE PRINTER-FILE.

     MOVE "JOB-COST" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-JOBS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " JOB(S) REPORTED - SEE job-cost.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

REPORT-NEXT-JOB.

     READ JOB-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-JOBS
        NOT AT END
           IF JOB-COMPANY EQUAL W-SESSION-COMPANY
              OR (JOB-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1)
              PERFORM REPORT-ONE-JOB
           END-IF
     END-READ.
*>_________________________________________________________________________

REPORT-ONE-JOB.

     MOVE ZEROS TO W-JOB-COMMITTED.
     MOVE ZEROS TO W-JOB-INVOICED.
     MOVE ZEROS TO W-JOB-PAID.

     PERFORM SUM-JOB-COMMITMENTS.

     MOVE "T" TO W-JOB-LINE-PASS.
     PERFORM READ-JOB-VOUCHER-LINES.

     COMPUTE W-JOB-REMAINING = JOB-BUDGET - W-JOB-COMMITTED - W-JOB-INVOICED.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE JOB-NUMBER          TO D-JOB-NUMBER.
     MOVE JOB-DESCRIPTION     TO D-JOB-DESCRIPTION.
     MOVE JOB-PROJECT-MANAGER TO D-PROJECT-MANAGER.
     MOVE JOB-STATUS          TO D-JOB-STATUS.
     MOVE JOB-BUDGET          TO D-BUDGET.
     MOVE W-JOB-COMMITTED     TO D-COMMITTED.
     MOVE W-JOB-INVOICED      TO D-INVOICED.
     MOVE W-JOB-PAID          TO D-PAID.
     MOVE W-JOB-REMAINING     TO D-REMAINING.
     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     IF VOUCHER-DETAIL-WANTED AND W-JOB-INVOICED NOT EQUAL ZEROS
        MOVE VOUCHER-HEADING TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES
        MOVE "L" TO W-JOB-LINE-PASS
        PERFORM READ-JOB-VOUCHER-LINES
        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     ADD 1                 TO W-JOBS-LISTED.
     ADD JOB-BUDGET        TO W-TOTAL-BUDGET.
     ADD W-JOB-COMMITTED   TO W-TOTAL-COMMITTED.
     ADD W-JOB-INVOICED    TO W-TOTAL-INVOICED.
     ADD W-JOB-PAID        TO W-TOTAL-PAID.
     ADD W-JOB-REMAINING   TO W-TOTAL-REMAINING.
*>_________________________________________________________________________

SUM-JOB-COMMITMENTS.

*>   Committed is what the job's orders still owe: the unbilled
*>   balance of every order not yet closed.

     MOVE "N" TO W-END-OF-ORDERS.
     MOVE ZEROS TO PO-NUMBER.
     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-ORDERS.

     PERFORM SUM-NEXT-JOB-ORDER UNTIL END-OF-ORDERS.
*>_________________________________________________________________________

SUM-NEXT-JOB-ORDER.

     READ PURCHASE-ORDER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-ORDERS
        NOT AT END
           IF PO-JOB-NUMBER EQUAL JOB-NUMBER
              AND NOT PO-IS-CLOSED
              COMPUTE W-UNBILLED = PO-AMOUNT - PO-BILLED-AMOUNT
              IF W-UNBILLED GREATER THAN ZEROS
                 ADD W-UNBILLED TO W-JOB-COMMITTED
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

READ-JOB-VOUCHER-LINES.

     MOVE "N" TO W-END-OF-JOB-LINES.
     MOVE JOB-NUMBER TO VJOB-JOB-NUMBER.
     START VOUCHER-JOB-FILE KEY IS EQUAL TO VJOB-JOB-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-JOB-LINES.

     PERFORM READ-NEXT-JOB-VOUCHER-LINE UNTIL END-OF-JOB-LINES.
*>_________________________________________________________________________

READ-NEXT-JOB-VOUCHER-LINE.

     READ VOUCHER-JOB-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-JOB-LINES
        NOT AT END
           IF VJOB-JOB-NUMBER NOT EQUAL JOB-NUMBER
              MOVE "Y" TO W-END-OF-JOB-LINES
           ELSE
              PERFORM TAKE-ONE-JOB-VOUCHER-LINE
           END-IF
     END-READ.
*>_________________________________________________________________________

TAKE-ONE-JOB-VOUCHER-LINE.

*>   Invoiced is the coded line as it stands on the voucher; the line
*>   counts as paid once its voucher has been paid.

     MOVE VJOB-VOUCHER TO VOUCHER-NUMBER.
     MOVE "Y" TO W-FOUND-VOUCHER-RECORD.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VOUCHER-RECORD.

     IF FOUND-VOUCHER-RECORD
        AND VJOB-LINE NOT GREATER THAN VOUCHER-GL-LINE-COUNT
        MOVE VOUCHER-GL-AMOUNT (VJOB-LINE) TO W-LINE-AMOUNT
        IF TOTALLING-JOB-LINES
           ADD W-LINE-AMOUNT TO W-JOB-INVOICED
           IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
              ADD W-LINE-AMOUNT TO W-JOB-PAID
           END-IF
        ELSE
           PERFORM LIST-ONE-JOB-VOUCHER-LINE.
*>_________________________________________________________________________

LIST-ONE-JOB-VOUCHER-LINE.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO D-VENDOR-NAME
     ELSE
        MOVE "** VENDOR NOT ON FILE **" TO D-VENDOR-NAME.

     MOVE VOUCHER-NUMBER  TO D-VOUCHER.
     MOVE VJOB-LINE       TO D-LINE.
     MOVE VOUCHER-INVOICE TO D-INVOICE.
     COMPUTE DUMMY-FOR-DATE-12 = VOUCHER-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-VOUCHER-DATE.
     MOVE VOUCHER-GL-ACCOUNT (VJOB-LINE) TO D-GL-ACCOUNT.
     MOVE W-LINE-AMOUNT   TO D-LINE-AMOUNT.
     IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
        MOVE "PAID"   TO D-PAID-FLAG
     ELSE
        MOVE "UNPAID" TO D-PAID-FLAG.

     MOVE DETAIL-2 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-JOB-TOTALS.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE SPACES            TO D-JOB-NUMBER.
     MOVE "TOTAL ALL JOBS"  TO D-JOB-DESCRIPTION.
     MOVE SPACES            TO D-PROJECT-MANAGER.
     MOVE SPACES            TO D-JOB-STATUS.
     MOVE W-TOTAL-BUDGET    TO D-BUDGET.
     MOVE W-TOTAL-COMMITTED TO D-COMMITTED.
     MOVE W-TOTAL-INVOICED  TO D-INVOICED.
     MOVE W-TOTAL-PAID      TO D-PAID.
     MOVE W-TOTAL-REMAINING TO D-REMAINING.
     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
