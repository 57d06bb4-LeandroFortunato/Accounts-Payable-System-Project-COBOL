         FD AR-CUSTOMER-XREF-FILE
            LABEL RECORDS ARE STANDARD.

*>       Maps the billing system's customer number to our vendor
*>       number for trading partners who both buy from and sell to us,
*>       so their open receivables can be netted against what we owe.
         01 ARXREF-RECORD.
            05 ARXREF-CUSTOMER        PIC X(10).
            05 ARXREF-VENDOR          PIC 9(05).
            05 ARXREF-CUSTOMER-NAME   PIC X(30).
