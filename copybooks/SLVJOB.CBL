           SELECT OPTIONAL VOUCHER-JOB-FILE
                  ASSIGN TO "voucher-job-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VJOB-KEY
                  ALTERNATE RECORD KEY IS VJOB-JOB-NUMBER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
