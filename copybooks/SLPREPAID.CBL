           SELECT OPTIONAL PREPAID-SCHEDULE-FILE
                  ASSIGN TO "prepaid-schedule-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PREPAID-KEY
                  LOCK MODE IS AUTOMATIC.
