         FD VENDOR-PARENT-FILE
            LABEL RECORDS ARE STANDARD.

*>       The parent a vendor rolls up to, for the family views of
*>       spend, open balance, credit cap and rebate tier. Kept beside
*>       the vendor (the vendor record sits at the 512-byte
*>       audit-image ceiling); no record means a vendor stands on its
*>       own. One level only - a parent never has a parent itself.
         01 VNDPAR-RECORD.
            05 VNDPAR-VENDOR          PIC 9(05).
            05 VNDPAR-PARENT          PIC 9(05).
            05 VNDPAR-CHANGED-DATE    PIC 9(08).
            05 VNDPAR-CHANGED-BY      PIC X(10).
