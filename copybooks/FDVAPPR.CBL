         FD VOUCHER-APPROVAL-FILE
            LABEL RECORDS ARE STANDARD.

*>       Every approval given to a voucher, in order. A voucher over
*>       the dual-approval amount carries a FIRST record until a
*>       second user gives the FINAL one; a first approval only counts
*>       while the voucher amount is still the amount approved.
         01 VAPPR-RECORD.
            05 VAPPR-KEY.
               10 VAPPR-VOUCHER          PIC 9(07).
               10 VAPPR-SEQ              PIC 9(02).
            05 VAPPR-STEP                PIC X(05).
               88 VAPPR-IS-FIRST           VALUE "FIRST".
               88 VAPPR-IS-FINAL           VALUE "FINAL".
            05 VAPPR-APPROVED-BY         PIC X(10).
*>          Spaces, or the absent user whose delegated authority
*>          was used.
            05 VAPPR-ON-BEHALF-OF        PIC X(10).
            05 VAPPR-AMOUNT              PIC S9(6)V99.
            05 VAPPR-DATE                PIC 9(08).
            05 VAPPR-TIME                PIC 9(05).
