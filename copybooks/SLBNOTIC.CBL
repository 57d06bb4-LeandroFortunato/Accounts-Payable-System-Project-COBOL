           SELECT OPTIONAL BNOTICE-FILE
                  ASSIGN TO "bnotice-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BNOTICE-KEY
                  LOCK MODE IS AUTOMATIC.
