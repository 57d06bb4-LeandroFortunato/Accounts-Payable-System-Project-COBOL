           SELECT OPTIONAL CARRIER-RATE-FILE
                  ASSIGN TO "carrier-rate-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARATE-KEY
                  LOCK MODE IS AUTOMATIC.
