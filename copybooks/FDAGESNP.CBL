         FD AGED-SNAPSHOT-FILE
            LABEL RECORDS ARE STANDARD.

*>       The aging of every voucher still open when an AP period was
*>       closed, saved by ap-period-close under the fiscal period the
*>       cutoff falls in, so the aged trial balance as of that close
*>       can be reprinted long after the vouchers are paid. Closing the
*>       same period again replaces its snapshot.
         01 AGESNP-RECORD.
            05 AGESNP-KEY.
               10 AGESNP-YEAR            PIC 9(04).
               10 AGESNP-PERIOD          PIC 9(02).
               10 AGESNP-COMPANY         PIC 9(01).
               10 AGESNP-VOUCHER         PIC 9(07).
            05 AGESNP-AS-OF-DATE         PIC 9(08).
            05 AGESNP-VENDOR             PIC 9(05).
            05 AGESNP-INVOICE            PIC X(15).
            05 AGESNP-VOUCHER-DATE       PIC 9(08).
            05 AGESNP-DUE-DATE           PIC 9(08).
            05 AGESNP-AMOUNT-OPEN        PIC S9(6)V99.
            05 AGESNP-DAYS-PAST-DUE      PIC S9(05).
*>          As the voucher aging report: 1 current, 2 1-30 days,
*>          3 31-60, 4 61-90, 5 over 90 days past due.
            05 AGESNP-BUCKET             PIC 9(01).
            05 AGESNP-TAKEN-DATE         PIC 9(08).
