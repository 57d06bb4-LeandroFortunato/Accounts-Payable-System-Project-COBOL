         FD VOUCHER-FREIGHT-FILE
            LABEL RECORDS ARE STANDARD.

*>       The shipment behind a carrier's freight bill, kept beside the
*>       voucher the way the VAT detail is, with the charge the tariff
*>       says it should have been. The PRO number is the carrier's own
*>       shipment number; the same PRO billed twice by one carrier is a
*>       duplicate bill. The voucher is held when the bill is over the
*>       carrier's tolerance or the PRO was billed before.
         01 VFRT-RECORD.
            05 VFRT-VOUCHER              PIC 9(07).
            05 VFRT-PRO-KEY.
               10 VFRT-VENDOR            PIC 9(05).
               10 VFRT-PRO-NUMBER        PIC X(15).
            05 VFRT-COMPANY              PIC 9(01).
            05 VFRT-INVOICE              PIC X(15).
            05 VFRT-INVOICE-DATE         PIC 9(08).
            05 VFRT-ORIGIN-ZIP           PIC X(05).
            05 VFRT-DEST-ZIP             PIC X(05).
            05 VFRT-WEIGHT               PIC 9(06).
            05 VFRT-WEIGHT-BREAK         PIC 9(06).
            05 VFRT-RATE-PER-CWT         PIC 9(04)V99.
            05 VFRT-FUEL-PERCENT         PIC 9(02)V99.
            05 VFRT-EXPECTED-CHARGE      PIC S9(6)V99.
            05 VFRT-BILLED-CHARGE        PIC S9(6)V99.
            05 VFRT-VARIANCE             PIC S9(6)V99.
            05 VFRT-RESULT               PIC X(06).
               88 VFRT-WITHIN-TOLERANCE  VALUE "OK".
               88 VFRT-OVER-TOLERANCE    VALUE "OVER".
               88 VFRT-NOT-RATED         VALUE "NORATE".
            05 VFRT-DUPLICATE-PRO        PIC X(01).
               88 VFRT-PRO-IS-DUPLICATE  VALUE "Y".
            05 VFRT-HELD                 PIC X(01).
               88 VFRT-VOUCHER-WAS-HELD  VALUE "Y".
            05 VFRT-AUDIT-DATE           PIC 9(08).
