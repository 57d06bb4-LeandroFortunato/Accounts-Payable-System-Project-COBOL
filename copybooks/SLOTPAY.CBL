           SELECT OPTIONAL ONE-TIME-PAYEE-FILE
                  ASSIGN TO "one-time-payee-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OTP-VOUCHER
                  ALTERNATE RECORD KEY IS OTP-NAME
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
