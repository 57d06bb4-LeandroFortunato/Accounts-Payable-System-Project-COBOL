           SELECT OPTIONAL AR-OPEN-ITEM-FILE
                  ASSIGN TO "ar-open-item-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AROPEN-KEY
                  ALTERNATE RECORD KEY IS AROPEN-VENDOR
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
