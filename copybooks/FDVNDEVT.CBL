         FD VENDOR-EVENT-FILE
            LABEL RECORDS ARE STANDARD.

*>       Vendor performance events raised while invoices are keyed or
*>       imported - a failed PO / receipt match or a duplicate invoice
*>       presented - kept for the vendor scorecard.
         01 VNDEVT-RECORD.
            05 VNDEVT-VENDOR             PIC 9(05).
            05 VNDEVT-COMPANY            PIC 9(01).
            05 VNDEVT-DATE               PIC 9(08).
            05 VNDEVT-TYPE               PIC X(10).
               88 VNDEVT-NO-RECEIPT      VALUE "NORECEIPT".
               88 VNDEVT-OVER-PO         VALUE "OVERPO".
               88 VNDEVT-AHEAD-OF-RECEIPT VALUE "AHEADRCPT".
               88 VNDEVT-DUPLICATE       VALUE "DUPINVOICE".
               88 VNDEVT-IS-MATCH-FAILURE VALUE "NORECEIPT", "OVERPO",
                                                "AHEADRCPT".
            05 VNDEVT-INVOICE            PIC X(15).
            05 VNDEVT-PO-NUMBER          PIC 9(05).
            05 VNDEVT-AMOUNT             PIC S9(6)V99.
            05 VNDEVT-PROGRAM            PIC X(20).
