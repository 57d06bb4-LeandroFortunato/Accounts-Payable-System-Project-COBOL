           SELECT OPTIONAL REPORT-DEFINITION-FILE
                  ASSIGN TO "report-definition-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RPTDEF-NAME
                  LOCK MODE IS AUTOMATIC.
