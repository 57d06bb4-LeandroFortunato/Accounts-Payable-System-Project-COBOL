         FD LEASE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One record per lease contract. Payments are due monthly in
*>       advance from the start date, stepping up by the escalation
*>       percent on each anniversary. The liability is booked at the
*>       present value of the payments at the discount rate, the
*>       right-of-use asset at the same figure, written off straight
*>       line over the term.
         01 LEASE-RECORD.
            05 LEASE-NUMBER               PIC 9(05).
            05 LEASE-VENDOR               PIC 9(05).
            05 LEASE-COMPANY              PIC 9(01).
            05 LEASE-DESCRIPTION          PIC X(30).
            05 LEASE-START-DATE           PIC 9(08).
            05 LEASE-TERM-MONTHS          PIC 9(03).
            05 LEASE-PAYMENT-DAY          PIC 9(02).
            05 LEASE-MONTHLY-PAYMENT      PIC S9(6)V99.
            05 LEASE-ESCALATION-PERCENT   PIC 9(2)V99.
            05 LEASE-DISCOUNT-RATE        PIC 9(2)V9(4).
            05 LEASE-LIABILITY-ACCOUNT    PIC X(10).
            05 LEASE-ROU-ASSET-ACCOUNT    PIC X(10).
            05 LEASE-INTEREST-ACCOUNT     PIC X(10).
            05 LEASE-AMORTIZATION-ACCOUNT PIC X(10).
            05 LEASE-INITIAL-LIABILITY    PIC S9(8)V99.
            05 LEASE-PAYMENTS-VOUCHERED   PIC 9(03).
            05 LEASE-MONTHS-JOURNALED     PIC 9(03).
            05 LEASE-LAST-JOURNAL-MONTH   PIC 9(06).
            05 LEASE-LIABILITY-BALANCE    PIC S9(8)V99.
            05 LEASE-ROU-BALANCE          PIC S9(8)V99.
            05 LEASE-STATUS               PIC X(06).
               88 LEASE-IS-ACTIVE         VALUE "ACTIVE".
               88 LEASE-IS-ENDED          VALUE "ENDED".
            05 LEASE-CREATED-BY           PIC X(10).
