           SELECT OPTIONAL REQUISITION-FILE
                  ASSIGN TO "requisition-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REQ-NUMBER
                  ALTERNATE RECORD KEY IS REQ-REQUESTER
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
