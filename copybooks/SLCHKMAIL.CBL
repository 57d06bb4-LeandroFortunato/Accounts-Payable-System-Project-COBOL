           SELECT OPTIONAL CHECK-MAIL-FILE
                  ASSIGN TO "check-mail-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHKMAIL-CHECK-NUMBER
                  LOCK MODE IS AUTOMATIC.
