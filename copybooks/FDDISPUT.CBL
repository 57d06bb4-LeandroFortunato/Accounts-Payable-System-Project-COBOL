         FD DISPUTE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One case per disputed voucher: why it is held, for how much,
*>       who raised it and how it ended. A resolved case can be
*>       reopened if the vendor's answer does not hold up.
         01 DISPUTE-RECORD.
            05 DISPUTE-VOUCHER            PIC 9(07).
            05 DISPUTE-VENDOR             PIC 9(05).
            05 DISPUTE-COMPANY            PIC 9(01).
            05 DISPUTE-REASON             PIC X(02).
               88 DISPUTE-FOR-PRICE       VALUE "PR".
               88 DISPUTE-FOR-QUANTITY    VALUE "QT".
               88 DISPUTE-FOR-DAMAGE      VALUE "DG".
               88 DISPUTE-FOR-NOT-RECEIVED VALUE "NR".
               88 DISPUTE-FOR-DUPLICATE   VALUE "DU".
               88 VALID-DISPUTE-REASON    VALUE "PR", "QT", "DG",
                                                "NR", "DU".
            05 DISPUTE-AMOUNT             PIC S9(6)V99.
            05 DISPUTE-OPENED-DATE        PIC 9(08).
            05 DISPUTE-OPENED-BY          PIC X(10).
            05 DISPUTE-CONTACT            PIC X(30).
            05 DISPUTE-NOTE               PIC X(50).
            05 DISPUTE-LETTER-DATE        PIC 9(08).
            05 DISPUTE-STATUS             PIC X(08).
               88 DISPUTE-IS-OPEN         VALUE "OPEN".
               88 DISPUTE-IS-RESOLVED     VALUE "RESOLVED".
            05 DISPUTE-RESOLUTION         PIC X(02).
               88 RESOLVED-BY-CREDIT-MEMO VALUE "CM".
               88 RESOLVED-BY-SHORT-PAY   VALUE "SP".
               88 RESOLVED-BY-WITHDRAWAL  VALUE "WD".
               88 VALID-DISPUTE-RESOLUTION VALUE "CM", "SP", "WD".
            05 DISPUTE-RESOLVED-DATE      PIC 9(08).
            05 DISPUTE-RESOLVED-BY        PIC X(10).
            05 DISPUTE-CREDIT-MEMO        PIC 9(07).
*>          "Y" when opening the case is what put the voucher on hold;
*>          a hold that was already there belongs to someone else and
*>          stays when the case is resolved.
            05 DISPUTE-PLACED-HOLD        PIC X(01).
               88 DISPUTE-HOLD-IS-OURS    VALUE "Y".
