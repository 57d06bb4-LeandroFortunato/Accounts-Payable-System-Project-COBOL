           SELECT OPTIONAL CARRIER-FILE
                  ASSIGN TO "carrier-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARRIER-VENDOR
                  LOCK MODE IS AUTOMATIC.
