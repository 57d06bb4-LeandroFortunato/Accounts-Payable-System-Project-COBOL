           SELECT OPTIONAL AUDIT-SAMPLE-FILE
                  ASSIGN TO "audit-sample-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUDSMP-KEY
                  LOCK MODE IS AUTOMATIC.
