         FD AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.

*>       A cross-referenced customer's open invoice as the billing
*>       system last sent it. NETTED is what AR/AP netting has already
*>       offset and sent back on the settlement file but billing has
*>       not yet taken off the open amount; only the difference is
*>       still available to net. SEEN flags the items on the latest
*>       import - the rest have been paid and are dropped.
         01 AROPEN-RECORD.
            05 AROPEN-KEY.
               10 AROPEN-CUSTOMER     PIC X(10).
               10 AROPEN-INVOICE      PIC X(15).
            05 AROPEN-VENDOR          PIC 9(05).
            05 AROPEN-COMPANY         PIC 9(01).
            05 AROPEN-INVOICE-DATE    PIC 9(08).
            05 AROPEN-DUE-DATE        PIC 9(08).
            05 AROPEN-OPEN-AMOUNT     PIC S9(7)V99.
            05 AROPEN-NETTED-AMOUNT   PIC S9(7)V99.
            05 AROPEN-IMPORT-DATE     PIC 9(08).
            05 AROPEN-SEEN            PIC X(01).
               88 AROPEN-IS-SEEN      VALUE "Y".
