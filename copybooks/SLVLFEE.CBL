           SELECT OPTIONAL VOUCHER-LATE-FEE-FILE
                  ASSIGN TO "voucher-late-fee-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LFEE-VOUCHER
                  ALTERNATE RECORD KEY IS LFEE-VENDOR
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS LFEE-ORIGINAL-VOUCHER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
