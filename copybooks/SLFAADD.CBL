           SELECT OPTIONAL ASSET-ADDITION-FILE
                  ASSIGN TO "asset-addition-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAADD-KEY
                  LOCK MODE IS AUTOMATIC.
