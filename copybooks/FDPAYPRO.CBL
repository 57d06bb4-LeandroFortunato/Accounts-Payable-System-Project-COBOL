         FD PAYMENT-PROPOSAL-FILE
            LABEL RECORDS ARE STANDARD.

*>       The payment proposal the nightly batch builds for each
*>       scheduled run. Sequence 0000 is the run header, 0001 up are
*>       the vouchers proposed. Nothing is selected for payment until
*>       the treasurer approves the proposal; lines taken out during
*>       review stay on file flagged REMOVED. Every line carries the
*>       header's status so a voucher already on an open proposal is
*>       not proposed again.
         01 PAYPROP-RECORD.
            05 PAYPROP-KEY.
               10 PAYPROP-CALENDAR-CODE  PIC X(06).
               10 PAYPROP-RUN-DATE       PIC 9(08).
               10 PAYPROP-SEQ            PIC 9(04).
                  88 PAYPROP-IS-HEADER   VALUE ZEROS.
            05 PAYPROP-STATUS            PIC X(09).
               88 PAYPROP-IS-PROPOSED    VALUE "PROPOSED".
               88 PAYPROP-IS-APPROVED    VALUE "APPROVED".
               88 PAYPROP-IS-CANCELLED   VALUE "CANCELLED".
            05 PAYPROP-COMPANY           PIC 9(01).
            05 PAYPROP-BANK-CODE         PIC X(03).
            05 PAYPROP-PAY-METHOD        PIC X(05).
            05 PAYPROP-VOUCHER           PIC 9(07).
            05 PAYPROP-VENDOR            PIC 9(05).
            05 PAYPROP-INVOICE           PIC X(15).
            05 PAYPROP-AMOUNT            PIC S9(9)V99.
            05 PAYPROP-DUE-DATE          PIC 9(08).
            05 PAYPROP-LINE-REMOVED      PIC X(01).
               88 PAYPROP-LINE-IS-REMOVED VALUE "Y".
*>          Header only: the run totals, net of removed lines, and
*>          who approved or cancelled the run.
            05 PAYPROP-LINE-COUNT        PIC 9(05).
            05 PAYPROP-BUILT-DATE        PIC 9(08).
            05 PAYPROP-APPROVED-BY       PIC X(10).
            05 PAYPROP-APPROVED-DATE     PIC 9(08).
