         FD SPOILED-CHECK-FILE
            LABEL RECORDS ARE STANDARD.

*>       One record per check form destroyed - jammed, torn, misprinted
*>       or drawn by a run that died before finishing it - with why, so
*>       every serial number in a box of stock can be accounted for.
         01 SPOIL-RECORD.
            05 SPOIL-CHECK-NUMBER        PIC 9(06).
            05 SPOIL-RUN-NUMBER          PIC 9(06).
            05 SPOIL-BANK-CODE           PIC X(03).
*>          First number of the stock box the form came out of.
            05 SPOIL-STOCK-BOX           PIC 9(06).
            05 SPOIL-DATE                PIC 9(08).
            05 SPOIL-BY                  PIC X(10).
            05 SPOIL-REASON              PIC X(30).
*>          "Y" = the form had already been written up as a live check
*>          and its payment was voided off it.
            05 SPOIL-WAS-PRINTED         PIC X.
               88 SPOIL-HAD-A-PAYMENT      VALUE "Y".
            05 SPOIL-AMOUNT              PIC S9(8)V99.
