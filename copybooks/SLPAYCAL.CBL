           SELECT OPTIONAL PAYMENT-CALENDAR-FILE
                  ASSIGN TO "payment-calendar-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAYCAL-CODE
                  LOCK MODE IS AUTOMATIC.
