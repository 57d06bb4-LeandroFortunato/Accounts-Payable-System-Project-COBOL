           SELECT OPTIONAL PETTY-CASH-FUND-FILE
                  ASSIGN TO "petty-cash-fund-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PCF-FUND
                  LOCK MODE IS AUTOMATIC.
