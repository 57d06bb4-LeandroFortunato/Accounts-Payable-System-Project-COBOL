           SELECT OPTIONAL VENDOR-ARCHIVE-FILE
                  ASSIGN TO "vendor-archive-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDARC-VENDOR-NUMBER
                  LOCK MODE IS AUTOMATIC.
