         FD VENDOR-BALANCE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One running balance per vendor and company, kept current as
*>       each voucher is added, changed, paid, voided, deleted or
*>       archived, so the open-balance cap and the summary screens read
*>       one record instead of walking every voucher for the vendor.
*>       A company of zero on the voucher is carried as company 1.
*>       When the oldest open voucher is paid or removed the oldest due
*>       date is left as a lower bound and flagged inexact until the
*>       integrity audit rebuilds it. Year-to-date figures belong to
*>       VNDBAL-YTD-YEAR; a record still holding an earlier year has
*>       nothing invoiced or paid this year.
         01 VNDBAL-RECORD.
            05 VNDBAL-KEY.
               10 VNDBAL-VENDOR          PIC 9(05).
               10 VNDBAL-COMPANY         PIC 9(01).
            05 VNDBAL-OPEN-AMOUNT        PIC S9(9)V99.
            05 VNDBAL-OPEN-COUNT         PIC S9(07).
            05 VNDBAL-OLDEST-DUE-DATE    PIC 9(08).
            05 VNDBAL-OLDEST-DUE-EXACT   PIC X(01).
               88 VNDBAL-OLDEST-DUE-IS-EXACT VALUE "Y".
            05 VNDBAL-YTD-YEAR           PIC 9(04).
            05 VNDBAL-YTD-INVOICED       PIC S9(9)V99.
            05 VNDBAL-YTD-PAID           PIC S9(9)V99.
            05 VNDBAL-LAST-UPDATED       PIC 9(08).
