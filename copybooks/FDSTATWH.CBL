         FD STATE-WITHHOLDING-FILE
            LABEL RECORDS ARE STANDARD.

*>       Nonresident state income tax withheld from payments for
*>       services performed in another state. Every payment to such a
*>       vendor is recorded, at zero while the year's payments are
*>       still under the state's threshold, so the running gross for
*>       the threshold test and the year-end payee statement both come
*>       from here. Remitted quarterly, separately from the federal
*>       backup and Chapter 3 withholding.
         01 SWHHOLD-RECORD.
            05 SWHHOLD-VOUCHER-NUMBER PIC 9(07).
            05 SWHHOLD-VENDOR-NUMBER  PIC 9(05).
            05 SWHHOLD-STATE          PIC X(02).
            05 SWHHOLD-PAID-DATE      PIC 9(08).
            05 SWHHOLD-GROSS-AMOUNT   PIC S9(6)V99.
            05 SWHHOLD-AMOUNT         PIC S9(6)V99.
            05 SWHHOLD-RATE           PIC 99V99.
            05 SWHHOLD-REMITTED       PIC X.
               88 SWHHOLD-IS-REMITTED VALUE "Y".
            05 SWHHOLD-REMITTED-DATE  PIC 9(08).
