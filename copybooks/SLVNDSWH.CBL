           SELECT OPTIONAL VENDOR-STATE-WH-FILE
                  ASSIGN TO "vendor-state-wh-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDSWH-VENDOR
                  LOCK MODE IS AUTOMATIC.
