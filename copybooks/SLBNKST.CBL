           SELECT OPTIONAL BANK-STATEMENT-FILE
                  ASSIGN TO "bank-statement-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BNKST-KEY
                  LOCK MODE IS AUTOMATIC.
