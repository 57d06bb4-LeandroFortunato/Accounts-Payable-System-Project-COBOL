           SELECT OPTIONAL NETTING-PROPOSAL-FILE
                  ASSIGN TO "netting-proposal-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NETPRO-NUMBER
                  ALTERNATE RECORD KEY IS NETPRO-VENDOR
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
