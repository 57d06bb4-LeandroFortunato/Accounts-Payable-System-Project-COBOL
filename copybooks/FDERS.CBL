         FD ERS-AGREEMENT-FILE
            LABEL RECORDS ARE STANDARD.

*>       A vendor with a record here has agreed to evaluated receipt
*>       settlement: it sends no invoices and is paid from what the dock
*>       received at the order price. Receipts dated before the start
*>       date were billed the ordinary way and are never self-billed.
*>       A suspended agreement keeps its history but settles nothing.
         01 ERS-RECORD.
            05 ERS-VENDOR                PIC 9(05).
            05 ERS-AGREEMENT-REF         PIC X(20).
            05 ERS-START-DATE            PIC 9(08).
            05 ERS-STATUS                PIC X(09).
               88 ERS-IS-ACTIVE          VALUE "ACTIVE".
               88 ERS-IS-SUSPENDED       VALUE "SUSPENDED".
            05 ERS-LAST-SETTLED-DATE     PIC 9(08).
            05 ERS-ADDED-DATE            PIC 9(08).
            05 ERS-ADDED-BY              PIC X(10).
