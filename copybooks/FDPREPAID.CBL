         FD PREPAID-SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One amortization schedule per voucher GL line coded to a
*>       prepaid asset account: the amount is released to expense
*>       evenly over the service months, the last month taking the
*>       rounding.
         01 PREPAID-RECORD.
            05 PREPAID-KEY.
               10 PREPAID-VOUCHER        PIC 9(07).
               10 PREPAID-LINE           PIC 9(01).
            05 PREPAID-VENDOR            PIC 9(05).
            05 PREPAID-COMPANY           PIC 9(01).
            05 PREPAID-ASSET-ACCOUNT     PIC X(10).
            05 PREPAID-EXPENSE-ACCOUNT   PIC X(10).
            05 PREPAID-TOTAL-AMOUNT      PIC S9(6)V99.
            05 PREPAID-START-DATE        PIC 9(08).
            05 PREPAID-MONTHS            PIC 9(03).
            05 PREPAID-MONTHS-TAKEN      PIC 9(03).
            05 PREPAID-AMORTIZED-AMOUNT  PIC S9(6)V99.
            05 PREPAID-LAST-RUN-MONTH    PIC 9(06).
            05 PREPAID-STATUS            PIC X(06).
               88 PREPAID-IS-OPEN        VALUE "OPEN".
               88 PREPAID-IS-DONE        VALUE "DONE".
            05 PREPAID-CREATED-BY        PIC X(10).
