           SELECT OPTIONAL STATE-WITHHOLDING-FILE
                  ASSIGN TO "state-withholding-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SWHHOLD-VOUCHER-NUMBER
                  ALTERNATE RECORD KEY IS SWHHOLD-VENDOR-NUMBER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
