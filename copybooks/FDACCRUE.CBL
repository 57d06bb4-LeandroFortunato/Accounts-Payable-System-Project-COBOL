         FD ACCRUAL-FILE
            LABEL RECORDS ARE STANDARD.

*>       Month-end estimated liabilities, one per fiscal period line.
*>       Sequence 000 of a period is the received-not-invoiced accrual
*>       recorded by rni-accrual-report; manual estimates take 001 on.
*>       ENTERED = keyed, no journal yet; POSTED = accrual journal
*>       written, reversal still owed; REVERSED = both journals written.
         01 ACCRUAL-RECORD.
            05 ACCRUAL-KEY.
               10 ACCRUAL-COMPANY         PIC 9(01).
               10 ACCRUAL-FISCAL-YEAR     PIC 9(04).
               10 ACCRUAL-FISCAL-PERIOD   PIC 9(02).
               10 ACCRUAL-SEQ             PIC 9(03).
            05 ACCRUAL-SOURCE             PIC X(03).
               88 ACCRUAL-IS-RNI          VALUE "RNI".
               88 ACCRUAL-IS-MANUAL       VALUE "MAN".
            05 ACCRUAL-VENDOR             PIC 9(05).
            05 ACCRUAL-EXPENSE-ACCOUNT    PIC X(10).
            05 ACCRUAL-LIABILITY-ACCOUNT  PIC X(10).
            05 ACCRUAL-AMOUNT             PIC S9(8)V99.
            05 ACCRUAL-DESCRIPTION        PIC X(30).
            05 ACCRUAL-POSTING-DATE       PIC 9(08).
            05 ACCRUAL-REVERSAL-DATE      PIC 9(08).
            05 ACCRUAL-STATUS             PIC X(08).
               88 ACCRUAL-IS-ENTERED      VALUE "ENTERED".
               88 ACCRUAL-IS-POSTED       VALUE "POSTED".
               88 ACCRUAL-IS-REVERSED     VALUE "REVERSED".
            05 ACCRUAL-ENTERED-DATE       PIC 9(08).
