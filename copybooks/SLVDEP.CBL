           SELECT OPTIONAL VENDOR-DEPOSIT-FILE
                  ASSIGN TO "vendor-deposit-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VDEP-KEY
                  ALTERNATE RECORD KEY IS VDEP-VENDOR
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VDEP-APPLIED-VOUCHER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
