           SELECT OPTIONAL GL-RECLASS-FILE
                  ASSIGN TO "gl-reclass-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GLRCL-KEY
                  LOCK MODE IS AUTOMATIC.
