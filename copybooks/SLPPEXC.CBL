           SELECT OPTIONAL PPAY-EXCEPTION-FILE
                  ASSIGN TO "ppay-exception-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPEXC-KEY
                  ALTERNATE RECORD KEY IS PPEXC-CHECK-NUMBER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
