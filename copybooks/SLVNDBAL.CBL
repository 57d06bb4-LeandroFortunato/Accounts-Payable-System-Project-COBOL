           SELECT OPTIONAL VENDOR-BALANCE-FILE
                  ASSIGN TO "vendor-balance-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDBAL-KEY
                  LOCK MODE IS AUTOMATIC.
