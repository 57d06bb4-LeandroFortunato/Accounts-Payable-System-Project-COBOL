           SELECT OPTIONAL STEP-HISTORY-FILE
                  ASSIGN TO "step-history-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STEPHIST-KEY
                  LOCK MODE IS AUTOMATIC.
