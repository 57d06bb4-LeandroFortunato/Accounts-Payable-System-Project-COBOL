         FD VOUCHER-VERIFY-FILE
            LABEL RECORDS ARE STANDARD.

*>       Double-key verification of vouchers keyed over the control
*>       file's verify amount. Sequence 00 holds where the voucher
*>       stands; 01 on are the blind re-keys made against it, each
*>       with what was on the voucher at the time, so a mismatch can
*>       be shown to the enterer and counted against them later.
         01 VVERF-RECORD.
            05 VVERF-KEY.
               10 VVERF-VOUCHER          PIC 9(07).
               10 VVERF-SEQ              PIC 9(02).
            05 VVERF-STATUS              PIC X(08).
               88 VVERF-IS-PENDING         VALUE "PENDING".
               88 VVERF-IS-VERIFIED        VALUE "VERIFIED".
               88 VVERF-IS-RETURNED        VALUE "RETURNED".
*>             The amount came down to the verify amount or under.
               88 VVERF-IS-WAIVED          VALUE "WAIVED".
            05 VVERF-ENTERED-BY          PIC X(10).
            05 VVERF-ENTERED-DATE        PIC 9(08).
            05 VVERF-LAST-ATTEMPT        PIC 9(02).
            05 VVERF-KEYED-BY            PIC X(10).
            05 VVERF-KEYED-DATE          PIC 9(08).
            05 VVERF-KEYED-TIME          PIC 9(05).
            05 VVERF-RESULT              PIC X(08).
               88 VVERF-IS-MATCH           VALUE "MATCH".
               88 VVERF-IS-MISMATCH        VALUE "MISMATCH".
            05 VVERF-KEYED-VENDOR        PIC 9(05).
            05 VVERF-KEYED-INVOICE       PIC X(15).
            05 VVERF-KEYED-AMOUNT        PIC 9(06)V99.
            05 VVERF-ON-FILE-VENDOR      PIC 9(05).
            05 VVERF-ON-FILE-INVOICE     PIC X(15).
            05 VVERF-ON-FILE-AMOUNT      PIC 9(06)V99.
            05 VVERF-VENDOR-DIFFERS      PIC X.
               88 VVERF-VENDOR-DIFFERED    VALUE "Y".
            05 VVERF-INVOICE-DIFFERS     PIC X.
               88 VVERF-INVOICE-DIFFERED   VALUE "Y".
            05 VVERF-AMOUNT-DIFFERS      PIC X.
               88 VVERF-AMOUNT-DIFFERED    VALUE "Y".
