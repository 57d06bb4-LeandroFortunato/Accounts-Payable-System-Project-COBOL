           SELECT OPTIONAL PAYMENT-PROPOSAL-FILE
                  ASSIGN TO "payment-proposal-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAYPROP-KEY
                  ALTERNATE RECORD KEY IS PAYPROP-VOUCHER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
