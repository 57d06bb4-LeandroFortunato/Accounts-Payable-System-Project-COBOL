           SELECT OPTIONAL SPOILED-CHECK-FILE
                  ASSIGN TO "spoiled-check-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SPOIL-CHECK-NUMBER
                  ALTERNATE RECORD KEY IS SPOIL-RUN-NUMBER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
