           SELECT OPTIONAL VOUCHER-FREIGHT-FILE
                  ASSIGN TO "voucher-freight-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VFRT-VOUCHER
                  ALTERNATE RECORD KEY IS VFRT-PRO-KEY
                            WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC.
