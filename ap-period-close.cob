         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLACCRUE.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLAGESNP.CBL".
         COPY "SLKPISNP.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLSESSION.CBL".

*>       Read only for the KPI snapshot; it may not exist yet on a
*>       fresh directory, so a missing log just reads as empty.
         SELECT OPTIONAL EXCEPTION-LOG-FILE
                ASSIGN TO "exception-log-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT PRINTER-FILE
                ASSIGN TO "ap-period-close.prn"
                ORGANIZATION IS LINE SEQUENTIAL.
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDACCRUE.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDAGESNP.CBL".
         COPY "FDKPISNP.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDEXCLOG.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         COPY "wscompany.cbl".
         COPY "wsdate.cbl".
         COPY "wscase01.cbl".
         COPY "wsfiscal.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(24) VALUE "AP PERIOD CLOSE - TRIAL ".
            05 FILLER              PIC X(19) VALUE "BALANCE".

         77 W-UNAPPROVED-COUNT        PIC 9(7).
         77 W-CHECK-EXCEPTION-COUNT   PIC 9(7).
         77 W-ACCRUAL-EXCEPTION-COUNT PIC 9(7).
         77 W-CURRENT-VENDOR          PIC 9(5).
         77 W-CURRENT-VENDOR-TOTAL    PIC S9(8)V99.
         77 GRAND-TOTAL               PIC S9(9)V99.

         77 W-SNAPSHOT-COUNT          PIC 9(7).
         77 W-SNAPSHOT-TOTAL          PIC S9(9)V99.
         77 W-SNAPSHOT-DAYS           PIC S9(8).
         77 W-SNAPSHOT-EDITED-TOTAL   PIC ZZZ,ZZZ,ZZ9.99-.

         77 W-KPI-FROM-DATE           PIC 9(8).
         77 W-KPI-THROUGH-DATE        PIC 9(8).
         77 W-KPI-START-DATE          PIC 9(8).
         77 W-KPI-END-DATE            PIC 9(8).
         77 W-KPI-DAYS                PIC S9(5).
         77 W-KPI-KEYED-VOUCHER       PIC 9(7).
         77 W-KPI-KEYED-DATE          PIC 9(8).
         77 W-KPI-ENTRY-DAYS-TOTAL    PIC S9(9).
         77 W-KPI-ENTRY-DATED-COUNT   PIC 9(6).
         77 W-KPI-PAY-DAYS-TOTAL      PIC S9(9).
         77 W-KPI-CLERK-VOUCHERS      PIC 9(6).
         77 W-KPI-PAYMENT-COUNT       PIC 9(7).
         77 W-KPI-CLERK-INDEX         PIC 9(3).
         77 W-KPI-DPO-EDITED          PIC ZZZ9.9.
         77 W-KPI-PCT-EDITED          PIC ZZ9.9.

         01 W-KPI-CLERK-FOUND         PIC X.
            88 KPI-CLERK-FOUND       VALUE "Y".

         01 W-KPI-SNAPSHOT-REPLACED   PIC X.
            88 KPI-SNAPSHOT-REPLACED VALUE "Y".

*>       The people who keyed vouchers in the period, for vouchers per
*>       clerk; a department larger than the table counts the rest of
*>       its vouchers under the clerks already held.
         01 W-KPI-CLERK-TABLE.
            05 W-KPI-CLERK-COUNT      PIC 9(3).
            05 W-KPI-CLERK-ID         PIC X(20) OCCURS 100 TIMES.

         77 W-SYSAUD-RECORD-TYPE      PIC X(10).
         77 W-SYSAUD-ACTION           PIC X(06).
         77 W-SYSAUD-KEY              PIC X(15).
     OPEN I-O VOUCHER-FILE.
     OPEN I-O VENDOR-FILE.
     OPEN INPUT CHECK-REGISTER-FILE.
     OPEN INPUT ACCRUAL-FILE.
     OPEN INPUT FISCAL-CALENDAR-FILE.
     OPEN I-O AGED-SNAPSHOT-FILE.
     OPEN I-O KPI-SNAPSHOT-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.
     OPEN OUTPUT PRINTER-FILE.


     PERFORM CHECK-UNAPPROVED-VOUCHERS.
     PERFORM CHECK-REGISTER-AGAINST-VOUCHERS.
     PERFORM CHECK-UNREVERSED-ACCRUALS.

     IF W-UNAPPROVED-COUNT NOT EQUAL ZEROS
        OR W-CHECK-EXCEPTION-COUNT NOT EQUAL ZEROS
        OR W-ACCRUAL-EXCEPTION-COUNT NOT EQUAL ZEROS
        DISPLAY " "
        DISPLAY "*** THE PERIOD CANNOT BE CLOSED: ***"
        DISPLAY W-UNAPPROVED-COUNT " ENTERED (UNAPPROVED) VOUCHER(S) DATED INSIDE THE PERIOD."
        DISPLAY W-CHECK-EXCEPTION-COUNT " CHECK(S) ISSUED IN THE PERIOD WITHOUT A MATCHING PAID VOUCHER."
        DISPLAY W-ACCRUAL-EXCEPTION-COUNT " ACCRUAL(S) DATED THROUGH THE CUTOFF WITH NO REVERSAL WRITTEN."
        DISPLAY "SEE AP-PERIOD-CLOSE.PRN FOR THE DETAIL. <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE CHECK-REGISTER-FILE.
     CLOSE ACCRUAL-FILE.
     CLOSE FISCAL-CALENDAR-FILE.
     CLOSE AGED-SNAPSHOT-FILE.
     CLOSE KPI-SNAPSHOT-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
     CLOSE PRINTER-FILE.
*>_________________________________________________________________________
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

CHECK-UNREVERSED-ACCRUALS.

*>   Every estimate booked through the cutoff must already have its
*>   reversing entry written, or next period's expense is doubled.
*>   Older periods count too - an accrual left behind is still owed.

     MOVE ZEROS TO W-ACCRUAL-EXCEPTION-COUNT.
     MOVE "N" TO W-END-OF-FILE.

     MOVE W-SESSION-COMPANY TO ACCRUAL-COMPANY.
     MOVE ZEROS TO ACCRUAL-FISCAL-YEAR.
     MOVE ZEROS TO ACCRUAL-FISCAL-PERIOD.
     MOVE ZEROS TO ACCRUAL-SEQ.
     START ACCRUAL-FILE KEY IS NOT LESS THAN ACCRUAL-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM CHECK-ONE-ACCRUAL UNTIL END-OF-FILE.
*>_________________________________________________________________________

CHECK-ONE-ACCRUAL.

     READ ACCRUAL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF ACCRUAL-COMPANY NOT EQUAL W-SESSION-COMPANY
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              IF NOT ACCRUAL-IS-REVERSED
                 AND ACCRUAL-POSTING-DATE NOT GREATER THAN W-CUTOFF-DATE
                 ADD 1 TO W-ACCRUAL-EXCEPTION-COUNT
                 MOVE SPACES TO PRINTER-RECORD
                 STRING "ACCRUAL " ACCRUAL-FISCAL-YEAR "/"
                        ACCRUAL-FISCAL-PERIOD "-" ACCRUAL-SEQ
                        " DATED " ACCRUAL-POSTING-DATE
                        " IS " ACCRUAL-STATUS " - NO REVERSAL"
                   DELIMITED BY SIZE
                   INTO PRINTER-RECORD
                 END-STRING
                 WRITE PRINTER-RECORD
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

PRINT-TRIAL-BALANCE.

*>   Open payables as of the cutoff, by vendor, off the VOUCHER-VENDOR
        MOVE W-SESSION-COMPANY TO W-SYSAUD-KEY
        MOVE CONTROL-RECORD  TO W-SYSAUD-AFTER-IMAGE
        PERFORM LOG-SYSTEM-AUDIT-ENTRY
        PERFORM SAVE-AGED-SNAPSHOT
        PERFORM SAVE-KPI-SNAPSHOT
        DISPLAY "THE PERIOD IS NOW CLOSED THROUGH " W-CUTOFF-DATE " ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY.
*>_________________________________________________________________________

SAVE-AGED-SNAPSHOT.

*>   Keeps the aging of every voucher open at the cutoff - the same
*>   vouchers as the trial balance above - under the fiscal period the
*>   cutoff falls in, for aged-snapshot-report to reprint later.

     MOVE W-CUTOFF-DATE TO W-FISCAL-LOOKUP-DATE.
     PERFORM LOOK-FOR-FISCAL-PERIOD.

     IF NOT FOUND-FISCAL-PERIOD
        DISPLAY "*** NO FISCAL PERIOD HOLDS THE CUTOFF - THE AGED TRIAL BALANCE"
        DISPLAY "    SNAPSHOT WAS NOT SAVED (SET UP THE FISCAL CALENDAR) ! ***"
     ELSE
        PERFORM CLEAR-EARLIER-SNAPSHOT

        MOVE 0 TO W-SNAPSHOT-COUNT
        MOVE 0 TO W-SNAPSHOT-TOTAL
        MOVE "N" TO W-END-OF-FILE
        MOVE ZEROS TO VOUCHER-NUMBER
        START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
        END-START
        PERFORM SNAPSHOT-NEXT-VOUCHER UNTIL END-OF-FILE

        MOVE W-SNAPSHOT-TOTAL TO W-SNAPSHOT-EDITED-TOTAL
        MOVE "AGESNAP"  TO W-SYSAUD-RECORD-TYPE
        MOVE "ADD"      TO W-SYSAUD-ACTION
        MOVE SPACES     TO W-SYSAUD-KEY
        STRING W-FISCAL-FOUND-YEAR "/" W-FISCAL-FOUND-PERIOD
               " CO " W-SESSION-COMPANY
          DELIMITED BY SIZE INTO W-SYSAUD-KEY
        END-STRING
        MOVE SPACES     TO W-SYSAUD-BEFORE-IMAGE
        MOVE SPACES     TO W-SYSAUD-AFTER-IMAGE
        STRING "AGED SNAPSHOT AS OF " W-CUTOFF-DATE ": "
               W-SNAPSHOT-COUNT " OPEN VOUCHER(S) TOTALLING "
               W-SNAPSHOT-EDITED-TOTAL
          DELIMITED BY SIZE INTO W-SYSAUD-AFTER-IMAGE
        END-STRING
        PERFORM LOG-SYSTEM-AUDIT-ENTRY

        DISPLAY W-SNAPSHOT-COUNT " OPEN VOUCHER(S) SAVED TO THE AGED SNAPSHOT OF PERIOD "
                W-FISCAL-FOUND-YEAR "/" W-FISCAL-FOUND-PERIOD ".".
*>_________________________________________________________________________

CLEAR-EARLIER-SNAPSHOT.

     MOVE "N" TO W-END-OF-FILE.
     MOVE W-FISCAL-FOUND-YEAR   TO AGESNP-YEAR.
     MOVE W-FISCAL-FOUND-PERIOD TO AGESNP-PERIOD.
     MOVE W-SESSION-COMPANY     TO AGESNP-COMPANY.
     MOVE ZEROS                 TO AGESNP-VOUCHER.
     START AGED-SNAPSHOT-FILE KEY IS NOT LESS THAN AGESNP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM CLEAR-NEXT-SNAPSHOT-RECORD UNTIL END-OF-FILE.
*>_________________________________________________________________________

CLEAR-NEXT-SNAPSHOT-RECORD.

     READ AGED-SNAPSHOT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF AGESNP-YEAR    NOT EQUAL W-FISCAL-FOUND-YEAR
              OR AGESNP-PERIOD  NOT EQUAL W-FISCAL-FOUND-PERIOD
              OR AGESNP-COMPANY NOT EQUAL W-SESSION-COMPANY
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              DELETE AGED-SNAPSHOT-FILE RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR REPLACING SNAPSHOT RECORD " AGESNP-KEY " ! ***"
              END-DELETE
           END-IF
     END-READ.
*>_________________________________________________________________________

SNAPSHOT-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-DATE NOT GREATER THAN W-CUTOFF-DATE
              AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
                   OR (VOUCHER-COMPANY EQUAL ZEROS
                       AND W-SESSION-COMPANY EQUAL 1))
              AND (VOUCHER-PAID-DATE EQUAL ZEROS
                   OR VOUCHER-PAID-DATE GREATER THAN W-CUTOFF-DATE)
              PERFORM WRITE-ONE-SNAPSHOT-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

WRITE-ONE-SNAPSHOT-RECORD.

     IF VOUCHER-DUE EQUAL ZEROS
        MOVE 0 TO W-SNAPSHOT-DAYS
     ELSE
        COMPUTE W-SNAPSHOT-DAYS = FUNCTION INTEGER-OF-DATE(W-CUTOFF-DATE)
                                - FUNCTION INTEGER-OF-DATE(VOUCHER-DUE).

     MOVE W-FISCAL-FOUND-YEAR   TO AGESNP-YEAR.
     MOVE W-FISCAL-FOUND-PERIOD TO AGESNP-PERIOD.
     MOVE W-SESSION-COMPANY     TO AGESNP-COMPANY.
     MOVE VOUCHER-NUMBER        TO AGESNP-VOUCHER.
     MOVE W-CUTOFF-DATE         TO AGESNP-AS-OF-DATE.
     MOVE VOUCHER-VENDOR        TO AGESNP-VENDOR.
     MOVE VOUCHER-INVOICE       TO AGESNP-INVOICE.
     MOVE VOUCHER-DATE          TO AGESNP-VOUCHER-DATE.
     MOVE VOUCHER-DUE           TO AGESNP-DUE-DATE.
     MOVE VOUCHER-AMOUNT        TO AGESNP-AMOUNT-OPEN.
     MOVE W-SNAPSHOT-DAYS       TO AGESNP-DAYS-PAST-DUE.
     MOVE W-DAY-TODAY           TO AGESNP-TAKEN-DATE.

     EVALUATE TRUE
        WHEN W-SNAPSHOT-DAYS NOT GREATER THAN 0
           MOVE 1 TO AGESNP-BUCKET
        WHEN W-SNAPSHOT-DAYS NOT GREATER THAN 30
           MOVE 2 TO AGESNP-BUCKET
        WHEN W-SNAPSHOT-DAYS NOT GREATER THAN 60
           MOVE 3 TO AGESNP-BUCKET
        WHEN W-SNAPSHOT-DAYS NOT GREATER THAN 90
           MOVE 4 TO AGESNP-BUCKET
        WHEN OTHER
           MOVE 5 TO AGESNP-BUCKET
     END-EVALUATE.

     WRITE AGESNP-RECORD
        INVALID KEY
           DISPLAY "*** ERROR WRITING SNAPSHOT OF VOUCHER " VOUCHER-NUMBER " ! ***"
        NOT INVALID KEY
           ADD 1              TO W-SNAPSHOT-COUNT
           ADD VOUCHER-AMOUNT TO W-SNAPSHOT-TOTAL.
*>_________________________________________________________________________

SAVE-KPI-SNAPSHOT.

*>   The department's measures for the fiscal period the cutoff falls
*>   in, from the period start through the cutoff (or the period end,
*>   if the cutoff runs past it). Open AP for days payable outstanding
*>   is the aged snapshot total just saved, so both agree.

     MOVE W-CUTOFF-DATE TO W-FISCAL-LOOKUP-DATE.
     PERFORM LOOK-FOR-FISCAL-PERIOD.

     IF NOT FOUND-FISCAL-PERIOD
        DISPLAY "*** THE KPI SNAPSHOT WAS NOT SAVED EITHER ! ***"
     ELSE
        MOVE FISCAL-START-DATE TO W-KPI-FROM-DATE
        IF W-CUTOFF-DATE LESS THAN FISCAL-END-DATE
           MOVE W-CUTOFF-DATE   TO W-KPI-THROUGH-DATE
        ELSE
           MOVE FISCAL-END-DATE TO W-KPI-THROUGH-DATE
        END-IF

        INITIALIZE KPISNP-RECORD
        MOVE W-FISCAL-FOUND-YEAR   TO KPISNP-YEAR
        MOVE W-FISCAL-FOUND-PERIOD TO KPISNP-PERIOD
        MOVE W-SESSION-COMPANY     TO KPISNP-COMPANY
        MOVE W-CUTOFF-DATE         TO KPISNP-AS-OF-DATE
        MOVE W-KPI-FROM-DATE       TO KPISNP-PERIOD-START
        MOVE W-DAY-TODAY           TO KPISNP-TAKEN-DATE
        MOVE W-SNAPSHOT-TOTAL      TO KPISNP-OPEN-AP
        COMPUTE KPISNP-DAYS-IN-PERIOD =
                FUNCTION INTEGER-OF-DATE(W-KPI-THROUGH-DATE)
              - FUNCTION INTEGER-OF-DATE(W-KPI-FROM-DATE) + 1

        MOVE 0 TO W-KPI-ENTRY-DAYS-TOTAL
        MOVE 0 TO W-KPI-ENTRY-DATED-COUNT
        MOVE 0 TO W-KPI-PAY-DAYS-TOTAL
        MOVE 0 TO W-KPI-CLERK-VOUCHERS
        MOVE 0 TO W-KPI-CLERK-COUNT

        PERFORM KPI-SCAN-VOUCHERS
        PERFORM KPI-SCAN-AUDIT-TRAIL
        PERFORM KPI-COUNT-EXCEPTIONS
        PERFORM KPI-COMPUTE-RATIOS
        PERFORM KPI-WRITE-SNAPSHOT.
*>_________________________________________________________________________

KPI-SCAN-VOUCHERS.

*>   Invoicing and payment side: vouchers dated in the period feed the
*>   daily invoicing rate, vouchers paid in the period the payment
*>   measures. Until the audit trail says when a paid voucher was
*>   keyed, its invoice date stands in as the keying date.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VOUCHER-NUMBER.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM KPI-NEXT-VOUCHER UNTIL END-OF-FILE.
*>_________________________________________________________________________

KPI-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
              OR (VOUCHER-COMPANY EQUAL ZEROS
                  AND W-SESSION-COMPANY EQUAL 1)
              IF VOUCHER-DATE NOT LESS THAN W-KPI-FROM-DATE
                 AND VOUCHER-DATE NOT GREATER THAN W-KPI-THROUGH-DATE
                 ADD VOUCHER-AMOUNT TO KPISNP-INVOICED-AMOUNT
              END-IF
              IF VOUCHER-PAID-DATE NOT LESS THAN W-KPI-FROM-DATE
                 AND VOUCHER-PAID-DATE NOT GREATER THAN W-KPI-THROUGH-DATE
                 PERFORM KPI-TALLY-PAID-VOUCHER
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

KPI-TALLY-PAID-VOUCHER.

*>   On time: paid by the due date. A discount counts as taken when
*>   the voucher was paid by the discount date, as in the discount
*>   analysis. Check numbers from 700000 up are card, SEPA and wire
*>   items; ACH payments carry no check number at all.

     ADD 1 TO KPISNP-VOUCHERS-PAID.

     MOVE VOUCHER-DATE      TO W-KPI-START-DATE.
     MOVE VOUCHER-PAID-DATE TO W-KPI-END-DATE.
     PERFORM KPI-DAYS-BETWEEN-DATES.
     ADD W-KPI-DAYS TO W-KPI-PAY-DAYS-TOTAL.

     IF VOUCHER-DUE EQUAL ZEROS
        OR VOUCHER-PAID-DATE NOT GREATER THAN VOUCHER-DUE
        ADD 1 TO KPISNP-PAID-ON-TIME.

     IF VOUCHER-DISCOUNT-DATE NOT EQUAL ZEROS
        ADD 1 TO KPISNP-DISCOUNTS-OFFERED
        IF VOUCHER-PAID-DATE NOT GREATER THAN VOUCHER-DISCOUNT-DATE
           ADD 1 TO KPISNP-DISCOUNTS-TAKEN.

     IF VOUCHER-CHECK-NO EQUAL ZEROS
        OR VOUCHER-CHECK-NO NOT LESS THAN 700000
        ADD 1                   TO KPISNP-ELECTRONIC-COUNT
        ADD VOUCHER-PAID-AMOUNT TO KPISNP-ELECTRONIC-AMOUNT
     ELSE
        ADD 1                   TO KPISNP-CHECK-COUNT
        ADD VOUCHER-PAID-AMOUNT TO KPISNP-CHECK-AMOUNT.
*>_________________________________________________________________________

KPI-DAYS-BETWEEN-DATES.

*>   Whole days from W-KPI-START-DATE to W-KPI-END-DATE; nothing when
*>   the start is missing or falls after the end.

     IF W-KPI-START-DATE EQUAL ZEROS
        OR W-KPI-START-DATE GREATER THAN W-KPI-END-DATE
        MOVE 0 TO W-KPI-DAYS
     ELSE
        COMPUTE W-KPI-DAYS = FUNCTION INTEGER-OF-DATE(W-KPI-END-DATE)
                           - FUNCTION INTEGER-OF-DATE(W-KPI-START-DATE).
*>_________________________________________________________________________

KPI-SCAN-AUDIT-TRAIL.

*>   Keying side, off the voucher ADD entries: the ones made in the
*>   period give invoice-to-entry days and who keyed them; any made
*>   through the period end also correct the keying date of a voucher
*>   paid in the period. The trail is open for appending here, so it
*>   is reopened to read it and put back afterwards.

     CLOSE SYSTEM-AUDIT-FILE.
     OPEN INPUT SYSTEM-AUDIT-FILE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM KPI-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.

     CLOSE SYSTEM-AUDIT-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

KPI-NEXT-AUDIT-ENTRY.

     READ SYSTEM-AUDIT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF SYSAUD-RECORD-TYPE EQUAL "VOUCHER"
              AND SYSAUD-IS-ADD
              AND SYSAUD-CHANGE-DATE NOT GREATER THAN W-KPI-THROUGH-DATE
              PERFORM KPI-TALLY-KEYED-VOUCHER
           END-IF
     END-READ.
*>_________________________________________________________________________

KPI-TALLY-KEYED-VOUCHER.

     MOVE SYSAUD-AFTER-IMAGE TO VOUCHER-RECORD.

     IF VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
        OR (VOUCHER-COMPANY EQUAL ZEROS
            AND W-SESSION-COMPANY EQUAL 1)
        MOVE VOUCHER-NUMBER     TO W-KPI-KEYED-VOUCHER
        MOVE SYSAUD-CHANGE-DATE TO W-KPI-KEYED-DATE
        IF SYSAUD-CHANGE-DATE NOT LESS THAN W-KPI-FROM-DATE
           PERFORM KPI-TALLY-ENTERED-VOUCHER
        END-IF
        PERFORM KPI-CORRECT-KEYING-DATE.
*>_________________________________________________________________________

KPI-TALLY-ENTERED-VOUCHER.

     ADD 1 TO KPISNP-VOUCHERS-ENTERED.

     IF VOUCHER-DATE NOT EQUAL ZEROS
        AND VOUCHER-DATE NOT GREATER THAN W-KPI-KEYED-DATE
        MOVE VOUCHER-DATE     TO W-KPI-START-DATE
        MOVE W-KPI-KEYED-DATE TO W-KPI-END-DATE
        PERFORM KPI-DAYS-BETWEEN-DATES
        ADD W-KPI-DAYS TO W-KPI-ENTRY-DAYS-TOTAL
        ADD 1 TO W-KPI-ENTRY-DATED-COUNT.

*>   Batch-built vouchers with no signed-on user are left out of the
*>   per-clerk figure.
     IF SYSAUD-USER-ID NOT EQUAL SPACES
        ADD 1 TO W-KPI-CLERK-VOUCHERS
        MOVE "N" TO W-KPI-CLERK-FOUND
        PERFORM KPI-MATCH-ONE-CLERK
                VARYING W-KPI-CLERK-INDEX FROM 1 BY 1
                UNTIL W-KPI-CLERK-INDEX GREATER THAN W-KPI-CLERK-COUNT
                   OR KPI-CLERK-FOUND
        IF NOT KPI-CLERK-FOUND
           AND W-KPI-CLERK-COUNT LESS THAN 100
           ADD 1 TO W-KPI-CLERK-COUNT
           MOVE SYSAUD-USER-ID TO W-KPI-CLERK-ID (W-KPI-CLERK-COUNT).
*>_________________________________________________________________________

KPI-MATCH-ONE-CLERK.

     IF W-KPI-CLERK-ID (W-KPI-CLERK-INDEX) EQUAL SYSAUD-USER-ID
        MOVE "Y" TO W-KPI-CLERK-FOUND.
*>_________________________________________________________________________

KPI-CORRECT-KEYING-DATE.

*>   A voucher paid in the period was counted from its invoice date;
*>   now that the keying date is known, swap one span for the other.

     MOVE W-KPI-KEYED-VOUCHER TO VOUCHER-NUMBER.
     MOVE "Y" TO W-FOUND-VOUCHER-RECORD.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-VOUCHER-RECORD.

     IF FOUND-VOUCHER-RECORD
        AND VOUCHER-PAID-DATE NOT LESS THAN W-KPI-FROM-DATE
        AND VOUCHER-PAID-DATE NOT GREATER THAN W-KPI-THROUGH-DATE
        MOVE VOUCHER-DATE      TO W-KPI-START-DATE
        MOVE VOUCHER-PAID-DATE TO W-KPI-END-DATE
        PERFORM KPI-DAYS-BETWEEN-DATES
        SUBTRACT W-KPI-DAYS FROM W-KPI-PAY-DAYS-TOTAL
        MOVE W-KPI-KEYED-DATE  TO W-KPI-START-DATE
        PERFORM KPI-DAYS-BETWEEN-DATES
        ADD W-KPI-DAYS TO W-KPI-PAY-DAYS-TOTAL.
*>_________________________________________________________________________

KPI-COUNT-EXCEPTIONS.

*>   The exception log is kept for all companies together.

     OPEN INPUT EXCEPTION-LOG-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM KPI-NEXT-EXCEPTION UNTIL END-OF-FILE.
     CLOSE EXCEPTION-LOG-FILE.
*>_________________________________________________________________________

KPI-NEXT-EXCEPTION.

     READ EXCEPTION-LOG-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF EXCLOG-LOG-DATE NOT LESS THAN W-KPI-FROM-DATE
              AND EXCLOG-LOG-DATE NOT GREATER THAN W-KPI-THROUGH-DATE
              ADD 1 TO KPISNP-EXCEPTIONS-LOGGED
           END-IF
     END-READ.
*>_________________________________________________________________________

KPI-COMPUTE-RATIOS.

     IF KPISNP-INVOICED-AMOUNT GREATER THAN ZEROS
        AND KPISNP-OPEN-AP GREATER THAN ZEROS
        COMPUTE KPISNP-DPO ROUNDED =
                KPISNP-OPEN-AP * KPISNP-DAYS-IN-PERIOD
                               / KPISNP-INVOICED-AMOUNT
           ON SIZE ERROR
              MOVE 9999.9 TO KPISNP-DPO
        END-COMPUTE.

     IF W-KPI-ENTRY-DATED-COUNT GREATER THAN ZEROS
        COMPUTE KPISNP-AVG-DAYS-TO-ENTRY ROUNDED =
                W-KPI-ENTRY-DAYS-TOTAL / W-KPI-ENTRY-DATED-COUNT.

     IF KPISNP-VOUCHERS-PAID GREATER THAN ZEROS
        COMPUTE KPISNP-AVG-DAYS-TO-PAY ROUNDED =
                W-KPI-PAY-DAYS-TOTAL / KPISNP-VOUCHERS-PAID
        COMPUTE KPISNP-PCT-ON-TIME ROUNDED =
                KPISNP-PAID-ON-TIME * 100 / KPISNP-VOUCHERS-PAID.

     IF KPISNP-DISCOUNTS-OFFERED GREATER THAN ZEROS
        COMPUTE KPISNP-PCT-DISCOUNT-TAKEN ROUNDED =
                KPISNP-DISCOUNTS-TAKEN * 100 / KPISNP-DISCOUNTS-OFFERED.

     COMPUTE W-KPI-PAYMENT-COUNT = KPISNP-ELECTRONIC-COUNT
                                 + KPISNP-CHECK-COUNT.
     IF W-KPI-PAYMENT-COUNT GREATER THAN ZEROS
        COMPUTE KPISNP-PCT-ELECTRONIC ROUNDED =
                KPISNP-ELECTRONIC-COUNT * 100 / W-KPI-PAYMENT-COUNT.

     MOVE W-KPI-CLERK-COUNT TO KPISNP-CLERKS.
     IF W-KPI-CLERK-COUNT GREATER THAN ZEROS
        COMPUTE KPISNP-VOUCHERS-PER-CLERK ROUNDED =
                W-KPI-CLERK-VOUCHERS / W-KPI-CLERK-COUNT.
*>_________________________________________________________________________

KPI-WRITE-SNAPSHOT.

     MOVE "N" TO W-KPI-SNAPSHOT-REPLACED.
     MOVE "N" TO W-ERROR-WRITING.
     WRITE KPISNP-RECORD
        INVALID KEY
           MOVE "Y" TO W-KPI-SNAPSHOT-REPLACED
           REWRITE KPISNP-RECORD
              INVALID KEY
                 MOVE "Y" TO W-ERROR-WRITING
           END-REWRITE
     END-WRITE.

     IF ERROR-WRITING
        DISPLAY "*** ERROR WRITING THE KPI SNAPSHOT " KPISNP-KEY " ! ***"
     ELSE
        MOVE "KPISNAP"  TO W-SYSAUD-RECORD-TYPE
        IF KPI-SNAPSHOT-REPLACED
           MOVE "CHANGE" TO W-SYSAUD-ACTION
        ELSE
           MOVE "ADD"    TO W-SYSAUD-ACTION
        END-IF
        MOVE KPISNP-KEY    TO W-SYSAUD-KEY
        MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
        MOVE KPISNP-RECORD TO W-SYSAUD-AFTER-IMAGE
        PERFORM LOG-SYSTEM-AUDIT-ENTRY

        MOVE KPISNP-DPO        TO W-KPI-DPO-EDITED
        MOVE KPISNP-PCT-ON-TIME TO W-KPI-PCT-EDITED
        DISPLAY "KPI SNAPSHOT SAVED FOR PERIOD " KPISNP-YEAR "/" KPISNP-PERIOD
                ": DPO " W-KPI-DPO-EDITED ", " W-KPI-PCT-EDITED "% PAID ON TIME.".
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "READ-VOUCHER-NEXT-RECORD.CBL".
COPY "PLPRINT.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
