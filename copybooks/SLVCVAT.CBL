           SELECT OPTIONAL VOUCHER-VAT-FILE
                  ASSIGN TO "voucher-vat-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VCVAT-VOUCHER
                  ALTERNATE RECORD KEY IS VCVAT-VENDOR
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
