           SELECT OPTIONAL VOUCHER-VERIFY-FILE
                  ASSIGN TO "voucher-verify-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VVERF-KEY
                  LOCK MODE IS AUTOMATIC.
