           SELECT OPTIONAL LEASE-FILE
                  ASSIGN TO "lease-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LEASE-NUMBER
                  LOCK MODE IS AUTOMATIC.
