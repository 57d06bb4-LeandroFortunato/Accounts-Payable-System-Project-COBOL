            05 STATE-NAME             PIC X(20).
            05 STATE-TAX-RATE         PIC 9(02)V999.
            05 STATE-COUNTRY          PIC X(02).
*>          Nonresident withholding on payments to out-of-state
*>          contractors for services performed here: the rate, and
*>          the calendar-year total paid to one payee that must be
*>          exceeded before it applies. A zero rate means the state
*>          asks for none.
            05 STATE-NR-WH-RATE       PIC 9(02)V99.
            05 STATE-NR-WH-THRESHOLD  PIC 9(07)V99.
