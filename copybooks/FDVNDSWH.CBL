         FD VENDOR-STATE-WH-FILE
            LABEL RECORDS ARE STANDARD.

*>       The state a contractor's services are performed in, when
*>       that is not the state they reside in - the trigger for
*>       nonresident state withholding at payment time. Kept beside
*>       the vendor (the vendor record sits at the 512-byte
*>       audit-image ceiling); no record means no state withholding.
         01 VNDSWH-RECORD.
            05 VNDSWH-VENDOR          PIC 9(05).
            05 VNDSWH-SERVICES-STATE  PIC X(02).
            05 VNDSWH-CHANGED-DATE    PIC 9(08).
            05 VNDSWH-CHANGED-BY      PIC X(10).
