           SELECT OPTIONAL DEPARTMENT-FILE
                  ASSIGN TO "department-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DEPT-CODE
                  LOCK MODE IS AUTOMATIC.
