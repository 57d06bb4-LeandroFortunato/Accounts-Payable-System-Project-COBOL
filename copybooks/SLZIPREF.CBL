           SELECT OPTIONAL ZIP-REFERENCE-FILE
                  ASSIGN TO "zip-reference-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ZIPREF-KEY
                  LOCK MODE IS AUTOMATIC.
