           SELECT OPTIONAL ROLE-PERMISSION-FILE
                  ASSIGN TO "role-permission-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ROLEPERM-KEY.
