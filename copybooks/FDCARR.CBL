         FD CARRIER-FILE
            LABEL RECORDS ARE STANDARD.

*>       A vendor with a record here is a freight carrier: its invoices
*>       are audited against the carrier's own rates on the carrier-
*>       rate file. The tolerance is how far over the rated charge a
*>       bill may come in before the voucher is held; the minimum is
*>       the least the carrier charges for any shipment.
         01 CARRIER-RECORD.
            05 CARRIER-VENDOR            PIC 9(05).
            05 CARRIER-SCAC              PIC X(04).
            05 CARRIER-TOLERANCE-PERCENT PIC 9(02)V99.
            05 CARRIER-MINIMUM-CHARGE    PIC 9(05)V99.
            05 CARRIER-ADDED-DATE        PIC 9(08).
