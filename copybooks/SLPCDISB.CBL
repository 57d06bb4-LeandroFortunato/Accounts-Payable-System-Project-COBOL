           SELECT OPTIONAL PETTY-CASH-DISB-FILE
                  ASSIGN TO "petty-cash-disb-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PCD-KEY
                  LOCK MODE IS AUTOMATIC.
