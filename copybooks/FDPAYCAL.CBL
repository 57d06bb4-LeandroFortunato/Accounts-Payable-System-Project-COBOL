         FD PAYMENT-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.

*>       One record per recurring payment run: when it falls (a day of
*>       the week, or a day of the month - the last day when the month
*>       is shorter), which bank account it draws on, which payment
*>       method it pays and how far past the run date it reaches for
*>       due vouchers. The nightly batch builds the run's proposal
*>       LEAD-DAYS ahead so the treasurer has time to review it.
         01 PAYCAL-RECORD.
            05 PAYCAL-CODE               PIC X(06).
            05 PAYCAL-DESCRIPTION        PIC X(30).
            05 PAYCAL-COMPANY            PIC 9(01).
            05 PAYCAL-FREQUENCY          PIC X(07).
               88 PAYCAL-IS-WEEKLY       VALUE "WEEKLY".
               88 PAYCAL-IS-MONTHLY      VALUE "MONTHLY".
               88 VALID-PAYCAL-FREQUENCY VALUE "WEEKLY", "MONTHLY".
*>          1 = Monday ... 7 = Sunday; used by WEEKLY runs only.
            05 PAYCAL-DAY-OF-WEEK        PIC 9(01).
               88 VALID-PAYCAL-DAY-OF-WEEK VALUE 1 THROUGH 7.
*>          Used by MONTHLY runs only.
            05 PAYCAL-DAY-OF-MONTH       PIC 9(02).
               88 VALID-PAYCAL-DAY-OF-MONTH VALUE 1 THROUGH 31.
            05 PAYCAL-BANK-CODE          PIC X(03).
            05 PAYCAL-PAY-METHOD         PIC X(05).
               88 PAYCAL-PAYS-BY-CHECK   VALUE "CHECK".
               88 PAYCAL-PAYS-BY-ACH     VALUE "ACH".
               88 PAYCAL-PAYS-BY-WIRE    VALUE "WIRE".
               88 VALID-PAYCAL-PAY-METHOD VALUE "CHECK", "ACH", "WIRE".
            05 PAYCAL-HORIZON-DAYS       PIC 9(03).
            05 PAYCAL-LEAD-DAYS          PIC 9(02).
            05 PAYCAL-STATUS             PIC X(08).
               88 PAYCAL-IS-ACTIVE       VALUE "ACTIVE".
               88 PAYCAL-IS-INACTIVE     VALUE "INACTIVE".
            05 PAYCAL-LAST-RUN-DATE      PIC 9(08).
