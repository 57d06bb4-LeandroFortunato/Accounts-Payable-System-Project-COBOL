         FD PPAY-EXCEPTION-FILE
            LABEL RECORDS ARE STANDARD.

*>       An item the bank's positive-pay service held back, as matched
*>       against the check register on import. The ISSUED fields and
*>       REGISTER-STATUS are what the register showed at that time.
*>       Until SENT-DATE is set the pay/return decision may still be
*>       changed. A returned check that is still outstanding in the
*>       register is left VOID-PENDING until the void-check process
*>       (re-opening its voucher) voids it.
         01 PPEXC-RECORD.
            05 PPEXC-KEY.
               10 PPEXC-PRESENTED-DATE  PIC 9(08).
               10 PPEXC-BANK-CODE       PIC X(03).
               10 PPEXC-CHECK-NUMBER    PIC 9(06).
            05 PPEXC-EXCEPTION-CODE     PIC X(02).
               88 PPEXC-AMOUNT-MISMATCH VALUE "AM".
               88 PPEXC-NOT-ISSUED      VALUE "NI".
               88 PPEXC-ALREADY-PAID    VALUE "PD".
               88 PPEXC-VOID-PRESENTED  VALUE "VD".
            05 PPEXC-PRESENTED-AMOUNT   PIC 9(8)V99.
            05 PPEXC-PRESENTED-PAYEE    PIC X(30).
            05 PPEXC-REGISTER-STATUS    PIC X(01).
               88 PPEXC-REG-NOT-ON-FILE VALUE "N".
               88 PPEXC-REG-OUTSTANDING VALUE "O".
               88 PPEXC-REG-CLEARED     VALUE "C".
               88 PPEXC-REG-VOID        VALUE "V".
            05 PPEXC-ISSUED-AMOUNT      PIC S9(8)V99.
            05 PPEXC-ISSUED-DATE        PIC 9(08).
            05 PPEXC-VOUCHER            PIC 9(07).
            05 PPEXC-VENDOR             PIC 9(05).
            05 PPEXC-IMPORT-DATE        PIC 9(08).
            05 PPEXC-DECISION           PIC X(01).
               88 PPEXC-UNDECIDED       VALUE " ".
               88 PPEXC-PAY             VALUE "P".
               88 PPEXC-RETURN          VALUE "R".
            05 PPEXC-REASON             PIC X(40).
            05 PPEXC-DECIDED-BY         PIC X(10).
            05 PPEXC-DECIDED-DATE       PIC 9(08).
            05 PPEXC-DECIDED-TIME       PIC 9(04).
            05 PPEXC-SENT-DATE          PIC 9(08).
            05 PPEXC-VOID-STATUS        PIC X(01).
               88 PPEXC-VOID-NOT-NEEDED VALUE " ".
               88 PPEXC-VOID-PENDING    VALUE "P".
               88 PPEXC-VOID-DONE       VALUE "V".
            05 PPEXC-VOIDED-DATE        PIC 9(08).
