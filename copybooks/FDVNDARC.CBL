         FD VENDOR-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.

*>       Long-inactive vendors purged off the vendor master. The image
*>       is the full vendor record as it stood, so history can still
*>       name the vendor and a returning vendor is reinstated as is.
         01 VENDOR-ARCHIVE-RECORD.
            05 VNDARC-VENDOR-NUMBER   PIC 9(05).
            05 VNDARC-ARCHIVE-DATE    PIC 9(08).
            05 VNDARC-ARCHIVED-BY     PIC X(10).
            05 VNDARC-LAST-ACTIVITY   PIC 9(08).
            05 VNDARC-VENDOR-IMAGE    PIC X(512).
