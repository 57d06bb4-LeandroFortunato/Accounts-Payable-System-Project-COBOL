           SELECT OPTIONAL ERS-AGREEMENT-FILE
                  ASSIGN TO "ers-agreement-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ERS-VENDOR
                  LOCK MODE IS AUTOMATIC.
