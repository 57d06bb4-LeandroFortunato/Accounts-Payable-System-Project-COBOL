           SELECT OPTIONAL VCARD-PAYMENT-FILE
                  ASSIGN TO "vcard-payment-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCARD-REFERENCE
                  ALTERNATE RECORD KEY IS VCARD-VOUCHER-NUMBER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
