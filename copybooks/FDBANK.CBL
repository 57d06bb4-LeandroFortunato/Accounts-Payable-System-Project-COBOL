*>          A voucher billed in the account's currency pays straight
*>          through with no conversion.
            05 BANK-CURRENCY          PIC X(03).
*>          A zero-balance disbursement account names the operating
*>          account treasury funds it from; spaces is an account that
*>          carries its own balance and is never funded.
            05 BANK-FUNDED-FROM       PIC X(03).
*>          Where the account's checks are produced: spaces or P prints
*>          them on our own stock in house, M sends them to the
*>          print-and-mail service as a check issue file.
            05 BANK-CHECK-OUTPUT      PIC X(01).
               88 BANK-CHECKS-PRINTED-IN-HOUSE VALUE " ", "P".
               88 BANK-CHECKS-GO-TO-MAILER     VALUE "M".
