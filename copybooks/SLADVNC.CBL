           SELECT OPTIONAL TRAVEL-ADVANCE-FILE
                  ASSIGN TO "travel-advance-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADV-NUMBER
                  ALTERNATE RECORD KEY IS ADV-EMPLOYEE
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
