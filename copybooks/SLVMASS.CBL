           SELECT OPTIONAL VENDOR-MASS-CHANGE-FILE
                  ASSIGN TO "vendor-mass-change-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VMASS-KEY
                  LOCK MODE IS AUTOMATIC.
