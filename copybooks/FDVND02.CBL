               88 VENDOR-PAYS-BY-CHECK   VALUE "CHECK".
               88 VENDOR-PAYS-BY-ACH     VALUE "ACH".
               88 VENDOR-PAYS-BY-WIRE    VALUE "WIRE".
               88 VENDOR-PAYS-BY-VCARD   VALUE "VCARD".
            05 VENDOR-BANK-ROUTING       PIC X(9).
            05 VENDOR-BANK-ACCOUNT       PIC X(17).
            05 VENDOR-BANK-ACCOUNT-TYPE  PIC X(8).
