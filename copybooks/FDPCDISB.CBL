         FD PETTY-CASH-DISB-FILE
            LABEL RECORDS ARE STANDARD.

*>       One payment out of a petty cash box, backed by a receipt in
*>       the box until the fund is replenished. The replenishment
*>       voucher number stays zero until then.
         01 PCD-RECORD.
            05 PCD-KEY.
               10 PCD-FUND            PIC 9(03).
               10 PCD-SEQ             PIC 9(05).
            05 PCD-DATE               PIC 9(08).
            05 PCD-PAYEE              PIC X(30).
            05 PCD-GL-ACCOUNT         PIC X(10).
            05 PCD-AMOUNT             PIC S9(6)V99.
            05 PCD-DESCRIPTION        PIC X(30).
            05 PCD-ENTERED-BY         PIC X(10).
            05 PCD-REPLENISH-VOUCHER  PIC 9(07).
               88 PCD-NOT-REPLENISHED VALUE ZEROS.
            05 PCD-REPLENISH-DATE     PIC 9(08).
