           SELECT OPTIONAL ACCRUAL-FILE
                  ASSIGN TO "accrual-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCRUAL-KEY
                  LOCK MODE IS AUTOMATIC.
