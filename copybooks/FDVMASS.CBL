         FD VENDOR-MASS-CHANGE-FILE
            LABEL RECORDS ARE STANDARD.

*>       One mass change to vendor terms, kept so it can be reviewed or
*>       backed out as a unit. Vendor 00000 under a reference is the
*>       header - who ran it, what was selected and what was set; every
*>       other record is one vendor it changed, with the values before
*>       and after. Only the fields flagged Y on the header were set.
         01 VMASS-RECORD.
            05 VMASS-KEY.
               10 VMASS-REFERENCE        PIC 9(06).
               10 VMASS-VENDOR           PIC 9(05).
                  88 VMASS-IS-HEADER     VALUE ZEROS.
            05 VMASS-CHANGE-DATE         PIC 9(08).
            05 VMASS-CHANGED-BY          PIC X(10).
            05 VMASS-STATUS              PIC X(08).
               88 VMASS-IS-APPLIED       VALUE "APPLIED".
               88 VMASS-IS-REVERSED      VALUE "REVERSED".
*>             a vendor changed again since - left alone by the reversal
               88 VMASS-IS-KEPT          VALUE "KEPT".
            05 VMASS-REVERSED-DATE       PIC 9(08).
            05 VMASS-REVERSED-BY         PIC X(10).
            05 VMASS-REASON              PIC X(30).
            05 VMASS-FIELDS-SET.
               10 VMASS-SET-DISCOUNT-PERCENT PIC X(01).
                  88 VMASS-SETS-DISCOUNT-PERCENT VALUE "Y".
               10 VMASS-SET-DISCOUNT-DAYS    PIC X(01).
                  88 VMASS-SETS-DISCOUNT-DAYS    VALUE "Y".
               10 VMASS-SET-NET-DAYS         PIC X(01).
                  88 VMASS-SETS-NET-DAYS         VALUE "Y".
               10 VMASS-SET-STATUS           PIC X(01).
                  88 VMASS-SETS-STATUS           VALUE "Y".
               10 VMASS-SET-PAYMENT-METHOD   PIC X(01).
                  88 VMASS-SETS-PAYMENT-METHOD   VALUE "Y".
            05 VMASS-OLD-VALUES.
               10 VMASS-OLD-DISCOUNT-PERCENT PIC 9V99.
               10 VMASS-OLD-DISCOUNT-DAYS    PIC 999.
               10 VMASS-OLD-NET-DAYS         PIC 999.
               10 VMASS-OLD-STATUS           PIC X(08).
               10 VMASS-OLD-PAYMENT-METHOD   PIC X(05).
            05 VMASS-NEW-VALUES.
               10 VMASS-NEW-DISCOUNT-PERCENT PIC 9V99.
               10 VMASS-NEW-DISCOUNT-DAYS    PIC 999.
               10 VMASS-NEW-NET-DAYS         PIC 999.
               10 VMASS-NEW-STATUS           PIC X(08).
               10 VMASS-NEW-PAYMENT-METHOD   PIC X(05).
*>          header only: the selection the change was run against
            05 VMASS-SELECTION.
               10 VMASS-SEL-STATE            PIC X(02).
               10 VMASS-SEL-STATUS           PIC X(08).
               10 VMASS-SEL-PAYMENT-METHOD   PIC X(05).
               10 VMASS-SEL-1099-BOX         PIC X(05).
               10 VMASS-SEL-FROM-VENDOR      PIC 9(05).
               10 VMASS-SEL-TO-VENDOR        PIC 9(05).
            05 VMASS-VENDOR-COUNT            PIC 9(05).
            05 VMASS-REVERSED-COUNT          PIC 9(05).
