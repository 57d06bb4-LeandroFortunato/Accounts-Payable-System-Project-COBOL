           SELECT OPTIONAL APPROVAL-DELEGATION-FILE
                  ASSIGN TO "approval-delegation-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DELEG-KEY.
