         FD ASSET-ADDITION-FILE
            LABEL RECORDS ARE STANDARD.

*>       One asset addition per voucher GL line coded to a capital
*>       account, described at entry for the fixed-asset team. NEW
*>       until the nightly feed hands it to the fixed-asset system.
         01 FAADD-RECORD.
            05 FAADD-KEY.
               10 FAADD-VOUCHER          PIC 9(07).
               10 FAADD-LINE             PIC 9(01).
            05 FAADD-VENDOR              PIC 9(05).
            05 FAADD-COMPANY             PIC 9(01).
            05 FAADD-INVOICE             PIC X(15).
            05 FAADD-VOUCHER-DATE        PIC 9(08).
            05 FAADD-GL-ACCOUNT          PIC X(10).
            05 FAADD-AMOUNT              PIC S9(6)V99.
            05 FAADD-DESCRIPTION         PIC X(30).
            05 FAADD-LOCATION            PIC X(20).
            05 FAADD-USEFUL-LIFE         PIC 9(03).
            05 FAADD-CREATED-DATE        PIC 9(08).
            05 FAADD-CREATED-BY          PIC X(10).
            05 FAADD-STATUS              PIC X(09).
               88 FAADD-IS-NEW           VALUE "NEW".
               88 FAADD-IS-EXTRACTED     VALUE "EXTRACTED".
            05 FAADD-EXTRACTED-DATE      PIC 9(08).
