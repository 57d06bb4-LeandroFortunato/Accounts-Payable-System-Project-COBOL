*>         8xxxxx range of the check-number keyspace, like wires in
*>         9xxxxx.
           05 CONTROL-LAST-SEPA-REF     PIC 9(06).
*>         System-maintained: virtual card payment references run in
*>         the 7xxxxx range of the check-number keyspace.
           05 CONTROL-LAST-VCARD-REF    PIC 9(06).
*>         The bank's virtual card rebate tiers: a month's card spend
*>         earns RATE-1 percent, RATE-2 once it reaches TIER-2-SPEND
*>         and RATE-3 once it reaches TIER-3-SPEND.
           05 CONTROL-VCARD-RATE-1      PIC 9V999.
           05 CONTROL-VCARD-TIER-2-SPEND PIC 9(9)V99.
           05 CONTROL-VCARD-RATE-2      PIC 9V999.
           05 CONTROL-VCARD-TIER-3-SPEND PIC 9(9)V99.
           05 CONTROL-VCARD-RATE-3      PIC 9V999.
*>         Sign-on policy.  Only company 1's record is consulted, since
*>         the company is chosen after login; zero means the default
*>         (90 days, 5 attempts, last 5 passwords, 30 minutes).
           05 CONTROL-PASSWORD-EXPIRY-DAYS PIC 9(03).
           05 CONTROL-LOCKOUT-ATTEMPTS  PIC 9(02).
           05 CONTROL-PASSWORD-HISTORY  PIC 9(01).
           05 CONTROL-IDLE-TIMEOUT-MINUTES PIC 9(03).
*>         Vouchers at or over this amount need two approvals by two
*>         different users; zero means one approval is always enough.
           05 CONTROL-DUAL-APPROVAL-AMOUNT PIC 9(8)V99.
*>         Nightly batch alerts, company 1 only.  A step is reported
*>         when it runs this percentage over its 30-night average, and
*>         the window when it ends after the cutoff (HHMM, the morning
*>         after the run date).  Zero turns the alert off.
           05 CONTROL-STEP-OVERRUN-PERCENT PIC 9(03).
           05 CONTROL-BATCH-CUTOFF-TIME  PIC 9(04).
*>         Input VAT/GST charged by foreign vendors is reclaimable: it
*>         is carved off the voucher's distribution onto this account.
*>         Blank means it is left in expense, as before.
           05 CONTROL-VAT-RECLAIM-ACCT  PIC X(10).
*>         Receivables offset against a vendor-customer's payables
*>         are cleared through this account by the AR/AP netting.
           05 CONTROL-AR-NETTING-ACCT   PIC X(10).
*>         The bank's daily cutoff (HHMM) for our pay/return decisions
*>         on its positive-pay exceptions; an item still undecided then
*>         gets the bank's default.  Zero means no cutoff is checked.
           05 CONTROL-PPAY-CUTOFF-TIME  PIC 9(04).
*>         Work left in a user's inbox longer than this many days is
*>         escalated to the supervisor on the morning digest (company
*>         1 only, like the batch alerts).  Zero turns it off.
           05 CONTROL-INBOX-ESCALATE-DAYS PIC 9(03).
*>         Vouchers keyed in voucher maintenance for more than this
*>         amount stay unverified, and cannot be approved, until a
*>         second user re-keys vendor, invoice and amount blind.
*>         Zero turns double-key verification off.
           05 CONTROL-VERIFY-AMOUNT     PIC 9(8)V99.
*>         Deposits paid to vendors ahead of the work are charged to
*>         this asset account and credited back out of it as the
*>         vendor's later invoices take them. Blank means deposit
*>         vouchers cannot be entered.
           05 CONTROL-DEPOSIT-GL-ACCT   PIC X(10).
*>         The reserved vendor that one-time payees (refunds,
*>         settlements) are vouchered under; each voucher carries its
*>         own payee name, address and TIN. It must pay by check.
*>         Zero means one-time payee vouchers cannot be entered.
           05 CONTROL-ONE-TIME-VENDOR   PIC 9(05).
