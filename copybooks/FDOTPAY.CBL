         FD ONE-TIME-PAYEE-FILE
            LABEL RECORDS ARE STANDARD.

*>       The payee of a voucher entered under the reserved one-time
*>       vendor (control field 39): a refund, settlement or similar
*>       payment to someone we will never pay again, so no vendor
*>       master is set up. The check and remittance go to this name and
*>       address instead of the reserved vendor's.
         01 OTP-RECORD.
            05 OTP-VOUCHER               PIC 9(07).
            05 OTP-VENDOR                PIC 9(05).
            05 OTP-COMPANY               PIC 9(01).
            05 OTP-NAME                  PIC X(30).
            05 OTP-ADDRESS-1             PIC X(30).
            05 OTP-ADDRESS-2             PIC X(30).
            05 OTP-CITY                  PIC X(20).
            05 OTP-STATE                 PIC X(02).
            05 OTP-ZIP                   PIC X(10).
            05 OTP-TAX-ID                PIC X(11).
            05 OTP-REASON                PIC X(06).
               88 OTP-IS-REFUND          VALUE "REFUND".
               88 OTP-IS-SETTLEMENT      VALUE "SETTLE".
               88 OTP-IS-REIMBURSEMENT   VALUE "REIMB".
               88 OTP-IS-OTHER           VALUE "OTHER".
               88 VALID-OTP-REASON       VALUE "REFUND", "SETTLE",
                                               "REIMB", "OTHER".
*>          Whether the payment is the kind that counts toward a 1099
*>          (settlements and services usually are, refunds are not).
            05 OTP-1099-REPORTABLE       PIC X(01).
               88 OTP-IS-1099-REPORTABLE VALUE "Y".
*>          Denied-party screening of the payee name. Spaces when it
*>          screened clean; a HIT keeps the voucher on hold until the
*>          review workbench clears or blocks it.
            05 OTP-SCREEN-STATUS         PIC X(07).
               88 OTP-SCREEN-HIT         VALUE "HIT".
               88 OTP-SCREEN-CLEARED     VALUE "CLEARED".
               88 OTP-SCREEN-BLOCKED     VALUE "BLOCKED".
            05 OTP-SCREEN-MATCHED-NAME   PIC X(40).
            05 OTP-SCREEN-RESOLVED-BY    PIC X(10).
            05 OTP-SCREEN-RESOLVED-DATE  PIC 9(08).
            05 OTP-SCREEN-NOTE           PIC X(40).
*>          An existing vendor whose name or address looked the same
*>          when the payee was entered, and the user went ahead anyway.
            05 OTP-DUP-VENDOR            PIC 9(05).
            05 OTP-DATE-ENTERED          PIC 9(08).
            05 OTP-ENTERED-BY            PIC X(10).
