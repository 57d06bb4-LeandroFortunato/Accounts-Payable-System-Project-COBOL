           SELECT OPTIONAL DISPUTE-FILE
                  ASSIGN TO "dispute-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISPUTE-VOUCHER
                  LOCK MODE IS AUTOMATIC.
