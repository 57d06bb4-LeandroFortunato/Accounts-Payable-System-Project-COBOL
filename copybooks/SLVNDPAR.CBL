           SELECT OPTIONAL VENDOR-PARENT-FILE
                  ASSIGN TO "vendor-parent-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDPAR-VENDOR
                  ALTERNATE RECORD KEY IS VNDPAR-PARENT WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
