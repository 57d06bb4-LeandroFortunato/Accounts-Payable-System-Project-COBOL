         FD BANK-STATEMENT-FILE
            LABEL RECORDS ARE STANDARD.

*>   The bank's prior-day statement, one set per account per day.
*>   Sequence 0000 carries the day's ledger and available balances;
*>   0001 onward are the ACH and wire debits the bank reported, each
*>   marked with the payment it was matched to.

         01 BNKST-RECORD.
            05 BNKST-KEY.
               10 BNKST-BANK-CODE          PIC X(03).
               10 BNKST-AS-OF-DATE         PIC 9(08).
               10 BNKST-SEQ                PIC 9(04).
            05 BNKST-OPENING-LEDGER        PIC S9(11)V99.
            05 BNKST-CLOSING-LEDGER        PIC S9(11)V99.
            05 BNKST-CLOSING-AVAILABLE     PIC S9(11)V99.
            05 BNKST-IMPORTED-DATE         PIC 9(08).
            05 BNKST-DEBIT-TYPE            PIC X(04).
               88 BNKST-IS-ACH-DEBIT         VALUE "ACH".
               88 BNKST-IS-WIRE-DEBIT        VALUE "WIRE".
            05 BNKST-TYPE-CODE             PIC X(03).
            05 BNKST-DEBIT-AMOUNT          PIC S9(11)V99.
            05 BNKST-BANK-REFERENCE        PIC X(16).
            05 BNKST-CUSTOMER-REFERENCE    PIC X(16).
            05 BNKST-MATCHED               PIC X.
               88 BNKST-IS-MATCHED           VALUE "Y".
*>          "ACH" and the batch number, or "WIRE" and the reference.
            05 BNKST-MATCHED-TO            PIC X(11).
