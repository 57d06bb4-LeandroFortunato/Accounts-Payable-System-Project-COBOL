           SELECT OPTIONAL INSTALLMENT-PLAN-FILE
                  ASSIGN TO "installment-plan-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VINST-KEY
                  ALTERNATE RECORD KEY IS VINST-VOUCHER
                  LOCK MODE IS AUTOMATIC.
