           SELECT OPTIONAL JOB-FILE
                  ASSIGN TO "job-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-NUMBER
                  LOCK MODE IS AUTOMATIC.
