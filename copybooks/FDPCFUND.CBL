         FD PETTY-CASH-FUND-FILE
            LABEL RECORDS ARE STANDARD.

*>       One imprest petty cash box per branch office. Cash on hand
*>       plus the receipts not yet replenished always makes up the
*>       authorized amount; the replenishment voucher pays the
*>       custodian's payee vendor to bring the box back up to it.
         01 PCF-RECORD.
            05 PCF-FUND               PIC 9(03).
            05 PCF-COMPANY            PIC 9(01).
            05 PCF-BRANCH-NAME        PIC X(30).
            05 PCF-CUSTODIAN          PIC X(30).
*>          User-id of the custodian, who keys the box's disbursements.
            05 PCF-CUSTODIAN-USER     PIC X(10).
*>          The vendor the replenishment check is made out to.
            05 PCF-PAYEE-VENDOR       PIC 9(05).
            05 PCF-AUTHORIZED-AMOUNT  PIC 9(06)V99.
*>          The petty cash asset account the fund itself sits in.
            05 PCF-GL-ACCOUNT         PIC X(10).
            05 PCF-STATUS             PIC X(08).
               88 PCF-IS-ACTIVE       VALUE "ACTIVE".
               88 PCF-IS-CLOSED       VALUE "CLOSED".
            05 PCF-LAST-DISB-SEQ      PIC 9(05).
            05 PCF-LAST-REPLENISH-DATE PIC 9(08).
            05 PCF-LAST-VOUCHER       PIC 9(07).
*>          The latest count of the box, with the receipts in it and
*>          the replenishment still unpaid at the time, for the
*>          over/short report.
            05 PCF-LAST-COUNT-DATE    PIC 9(08).
            05 PCF-LAST-COUNT-CASH    PIC 9(06)V99.
            05 PCF-LAST-COUNT-RECEIPTS PIC 9(06)V99.
            05 PCF-LAST-COUNT-PENDING PIC 9(06)V99.
            05 PCF-LAST-COUNT-BY      PIC X(10).
